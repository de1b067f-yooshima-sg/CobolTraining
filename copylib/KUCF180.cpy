000010******************************************************************
000020*    KUCF180 : 前受金台帳ファイル                  LRECL=100
000030******************************************************************
000040*    前受取引先（CFTOK-MAEUKE-FLG＝"1"）から請求前に受け取った
000050*    前払い金の得意先別の預かり残高。KUBM190が充当しきれない
000060*    入金を受け入れ、KUBM010が売上計上時に自動で充当する。
000070*    KJBM040は預かり残高を与信余力に加え、KUBM070は請求明細
000080*    にお預り金残高を印字する。月次の受入・充当額はKUBM060
000090*    が前受金（負債）の仕訳として抽出する
000100     03  MAE-TOKU-COD                PIC  X(04).
000110*    預かり残高（未充当の前受金）
000120     03  MAE-ZAN                     PIC S9(09).
000130*    受入・充当の累計額と直近日（YYYYMMDD）
000140     03  MAE-UKEIRE-RUIKEI           PIC S9(09).
000150     03  MAE-JUTO-RUIKEI             PIC S9(09).
000160     03  MAE-LAST-UKEIRE-DATE        PIC  9(08).
000170     03  MAE-LAST-JUTO-DATE          PIC  9(08).
000180*    当月・前月の受入額と充当額（仕訳抽出用。月が替わって
000190*    最初の受入・充当で当月分を前月分へ繰り送る）
000200     03  MAE-TOUGETSU-YM             PIC  9(06).
000210     03  MAE-TOUGETSU-UKEIRE         PIC S9(09).
000220     03  MAE-TOUGETSU-JUTO           PIC S9(09).
000230     03  MAE-ZENGETSU-YM             PIC  9(06).
000240     03  MAE-ZENGETSU-UKEIRE         PIC S9(09).
000250     03  MAE-ZENGETSU-JUTO           PIC S9(09).
000260     03  FILLER                      PIC  X(05).
