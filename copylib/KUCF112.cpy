000030******************************************************************
000040*    得意先からの返品希望の申請入力。ＲＭＡ発行（KUBM150）
000050*    が元売上と照合し、承認できた申請にＲＭＡ番号を発番する
000052*    苦情による返品は苦情対応申請作成（KUBM355）が苦情管理
000054*    ファイル（KUCF210）から起こす
000060     03  RMQ-TOKU-COD                PIC  X(04).
000070*    元売上の受注番号＋行番号
000080     03  RMQ-JUCHU-NO                PIC  9(06).
