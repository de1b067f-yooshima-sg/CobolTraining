000010******************************************************************
000020*    KCBS070P : 匿名化値生成連携パラメタ          LRECL=281
000030******************************************************************
000040*    識別キー（得意先コード等、区分文字＋コード）を渡すと、
000050*    キーだけから決まる架空の値を返す。同じキーには毎回
000060*    同じ値を返すため、どのファイルでも同じ得意先は同じ
000070*    架空名になる。キーは値の選択にだけ使い、返さない。
000080*    機能区分："1"＝法人名（名称・英文名称・カナ口座名義・
000090*    口座番号）、"2"＝個人名（氏名・カナ口座名義・口座番号）、
000100*    "3"＝住所（本物の郵便番号を渡すと、上３桁（配達地域）
000110*    が同じ実在の郵便番号と、その町域に架空の番地を付けた
000120*    住所・英文住所・電話番号を返す）、"9"＝ファイルの
000130*    クローズ。
000140*    リターンコード：空白＝正常、"Y"＝同じ配達地域の郵便
000150*    番号がマスタに無く既定の住所を返した（"3"）、"E"＝
000160*    郵便番号マスタのオープン異常・機能区分誤り
000170     01  KCBS070-P1.
000180       03  S070-FUNC                 PIC  X(01).
000190       03  S070-KEY                  PIC  X(32).
000200*      郵便番号（"3"の入力は本物、出力は架空。ハイフンの
000210*      有無は入力に合わせる）
000220       03  S070-YUBIN-NO             PIC  X(08).
000230       03  S070-MEI                  PIC  X(20).
000240       03  S070-EN-MEI               PIC  X(40).
000250*      口座名義（半角カナ）・口座番号
000260       03  S070-KANA                 PIC  X(30).
000270       03  S070-KOZA-NO              PIC  9(07).
000280       03  S070-JUSHO                PIC  X(50).
000290       03  S070-EN-JUSHO1            PIC  X(40).
000300       03  S070-EN-JUSHO2            PIC  X(40).
000310       03  S070-TEL                  PIC  X(12).
000320       03  S070-RCD                  PIC  X(01).
