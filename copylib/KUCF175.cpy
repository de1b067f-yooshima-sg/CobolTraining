000010******************************************************************
000020*    KUCF175 : 遅延損害金計算履歴ファイル          LRECL=40
000030******************************************************************
000040*    売掛オープンアイテム（KUCF135）の請求ごとに、遅延損害金
000050*    をどの日まで計算済みかを控える。遅延損害金計算（KUBM270）
000060*    は計算済日の翌日から計算し、同じ期間を二重に請求しない
000070     03  CHR-KEY.
000080       05  CHR-TOKU-COD              PIC  X(04).
000090       05  CHR-SEIKYU-YM             PIC  9(06).
000100*    計算済日（YYYYMMDD）
000110     03  CHR-KEISAN-DATE             PIC  9(08).
000120*    損害金累計額と直近に起こしたメモ番号
000130     03  CHR-RUIKEI-GAKU             PIC S9(09).
000140     03  CHR-MEM-NO                  PIC  9(06).
000150     03  FILLER                      PIC  X(07).
