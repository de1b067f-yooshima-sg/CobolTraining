000010******************************************************************
000020*    KUCF255 : 売掛補助簿月末残高ファイル          LRECL=40
000030******************************************************************
000040*    売掛金照合（KUBM395）が照合年月の実行時点の売掛オープン
000050*    アイテム（KUCF135）を１件ずつ写し取った月末残高。外部名
000060*    ARS、順編成でオープンアイテムのキー順。当月の出力を翌月
000070*    の照合の前月末残高（外部名ARP）として渡し、補助簿の月中
000080*    増減を求める
000090     03  ARS-SHOGO-YM                PIC  9(06).
000100     03  ARS-KEY.
000110       05  ARS-TOKU-COD              PIC  X(04).
000120       05  ARS-SEIKYU-YM             PIC  9(06).
000130*    請求額・未消込残高（写し取った時点の値）
000140     03  ARS-SEIKYU-GAKU             PIC S9(09).
000150     03  ARS-OPEN-GAKU               PIC S9(09).
000160     03  ARS-KAISHA-COD              PIC  X(02).
000170     03  FILLER                      PIC  X(04).
