000010******************************************************************
000020*    KJCF340 : 梱包明細ファイル                  LRECL=90
000030******************************************************************
000040*    梱包計算（KJBM395）が出荷（受注番号＋出荷連番）ごとに
000050*    計算した箱の明細。１箱１行でＳＳＣＣ（GS1の18桁連番
000060*    出荷コンテナコード）を持ち、出荷事前案内抽出（KJBM260）
000070*    がＡＳＮの箱明細として転記する。受注番号・出荷連番・
000080*    箱番号の順に並ぶ
000090     03  CTN-SSCC                    PIC  X(18).
000100     03  CTN-JUCHU-NO                PIC  9(06).
000110     03  CTN-GYO-NO                  PIC  9(02).
000120     03  CTN-SHIP-SEQ                PIC  9(02).
000130*    箱番号／出荷の総箱数（ｘ箱目／ｙ箱）
000140     03  CTN-CARTON-NO               PIC  9(03).
000150     03  CTN-CARTON-SU               PIC  9(03).
000160     03  CTN-TOKU-COD                PIC  X(04).
000170     03  CTN-SHIP-COD                PIC  X(04).
000180     03  CTN-WHS-COD                 PIC  X(02).
000190     03  CTN-SHOHIN-NO               PIC  X(05).
000200     03  CTN-LOT-NO                  PIC  X(10).
000210*    箱入数量（基本単位）・箱重量（ｋｇ）
000220     03  CTN-SURYO                   PIC  9(07).
000230     03  CTN-JURYO                   PIC  9(05)V9(2).
000240*    出荷日（YYYYMMDD）
000250     03  CTN-SHIP-DATE               PIC  9(08).
000260     03  FILLER                      PIC  X(09).
