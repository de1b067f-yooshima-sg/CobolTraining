000010******************************************************************
000020*    KUCF220 : 商品倉庫別月次販売実績ファイル    LRECL=30
000030******************************************************************
000040*    売上集計（KUBM020）が売上明細（データ区分"1"）１行ごと
000050*    に商品＋出荷元倉庫＋受注年月（暦月）のキーでWRITE／
000060*    REWRITEして積み上げる販売数量の累積控え。需要予測作成
000070*    （KJBM465）が直近24か月の月別販売数量として読む
000080     03  UF220-KEY.
000090       05  UF220-SHOHIN-NO           PIC  X(05).
000100       05  UF220-WHS-COD             PIC  X(02).
000110       05  UF220-YM.
000120         07  UF220-YY                PIC  9(04).
000130         07  UF220-MM                PIC  9(02).
000140*    販売数量（基本単位）の合計と売上明細の行数
000150     03  UF220-SURYO                 PIC  9(09).
000160     03  UF220-KAISU                 PIC  9(07).
000170     03  FILLER                      PIC  X(01).
