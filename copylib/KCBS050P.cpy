000010******************************************************************
000020*    KCBS050P : 郵便番号・住所照合連携パラメタ     LRECL=94
000030******************************************************************
000040*    郵便番号（ハイフンの有無は問わない）と住所を渡すと、郵便
000050*    番号マスタ（KCCFYUB）の都道府県・市区町村と運送会社の
000060*    地域区分を返し、住所の先頭が都道府県（省略可）＋市区
000070*    町村と一致するかを照合する。
000080*    リターンコード：空白＝正常、"1"＝郵便番号未設定、"2"＝
000090*    形式不正（数字７桁でない）、"3"＝郵便番号マスタに無い、
000100*    "4"＝住所の都道府県・市区町村が郵便番号と一致しない
000110*    （"4"は警告。都道府県・市区町村・地域区分は返す）
000120     01  KCBS050-P1.
000130       03  S050-YUBIN-NO             PIC  X(08).
000140       03  S050-JUSHO                PIC  X(50).
000150*      郵便番号マスタの内容（"1"〜"3"は空白）
000160       03  S050-KEN-COD              PIC  X(02).
000170       03  S050-KEN-MEI              PIC  X(08).
000180       03  S050-SHI-MEI              PIC  X(24).
000190*      地域区分（都道府県から決める運送会社マスタの地域。
000200*      "1"＝北海道、"2"＝東北、"3"＝関東、"4"＝中部、"5"＝
000210*      近畿、"6"＝中国、"7"＝四国、"8"＝九州、"9"＝沖縄）
000220       03  S050-REGION-KBN           PIC  X(01).
000240       03  S050-RCD                  PIC  X(01).
