000010******************************************************************
000020*    KUCF170 : 貸倒償却トランザクションファイル    LRECL=50
000030******************************************************************
000040*    回収不能と判断した売掛オープンアイテム（KUCF135）の
000050*    償却指示。経理担当者が起票し、貸倒償却（KUBM265）が
000060*    起票者と異なる権限者の実行でのみ適用する
000070     03  HSK-TOKU-COD                PIC  X(04).
000080     03  HSK-SEIKYU-YM               PIC  9(06).
000090*    償却額（ゼロ＝未消込残の全額を償却する）
000100     03  HSK-KINGAKU                 PIC S9(09).
000110*    償却理由
000120     03  HSK-RIYU                    PIC  X(20).
000130*    起票者ＩＤ
000140     03  HSK-APPLY-USER              PIC  X(08).
000150     03  FILLER                      PIC  X(03).
