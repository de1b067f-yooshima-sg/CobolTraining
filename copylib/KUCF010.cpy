000010******************************************************************
000020*    KUCF010 : 売上ファイル                      LRECL=141
000030******************************************************************
000035*    データ区分（"1"＝売上、"2"＝訂正、"9"＝返品、"5"＝
000036*    借方メモ（追加請求）、"6"＝貸方メモ（値引）、"F"＝
000320*    引当ロット番号（JF020から引き継ぐ。リコール照会用）
000330     03  UF010-LOT-NO                PIC  X(10).
000340*    標準原価（基本単位あたり。売上計上時に商品マスタの
000350*    受注日時点で有効な原価を引き継ぐ。引当ロットに付随
000352*    費用単価があればそれを加えた額とする。粗利益集計用）
000360     03  UF010-GENKA                 PIC S9(05)V9(2).
000370*    販促値引額・適用キャンペーンコード（受注明細（JF020）
000380*    から引き継ぐ。金額UF010-KINGAKUは値引控除後で、請求・
000400*    はゼロ・空白）
000410     03  UF010-NEBIKI-GAKU           PIC S9(07).
000420     03  UF010-CMP-COD               PIC  X(04).
000430*    会社コード（売上を計上した販売会社。売上計上時に得意先
000440*    マスタの会社コードを写す。空白＝"01"）
000450     03  UF010-KAISHA-COD            PIC  X(02).
