000010******************************************************************
000020*    KUCF150 : 受取手形・電子記録債権台帳ファイル  LRECL=100
000030******************************************************************
000040*    得意先から受け取った約束手形・電子記録債権（でんさい）の
000050*    台帳。手形管理（KUBM245）が受入時に得意先の売掛オープン
000060*    アイテム（KUCF135）へ支払期日の古い順に充当し、期日取立
000070*    ・割引・裏書譲渡による状態の移り変わりを記録する。取立済
000080*    になるまでは与信上の露出として、年齢表（KUBM045）と与信
000090*    エクスポージャ（KUBM205）が得意先の残高に含める
000100     03  TGT-KEY.
000110       05  TGT-TOKU-COD              PIC  X(04).
000120*        手形番号（電子記録債権は記録番号の下１２桁）
000130       05  TGT-TEGATA-NO             PIC  X(12).
000140*    種別（"1"＝約束手形、"2"＝電子記録債権）
000150     03  TGT-SHUBETSU                PIC  X(01).
000160     03  TGT-KINGAKU                 PIC S9(09).
000170*    振出日・満期日・受入日（YYYYMMDD）
000180     03  TGT-FURIDASHI-DATE          PIC  9(08).
000190     03  TGT-MANKI-DATE              PIC  9(08).
000200     03  TGT-UKEIRE-DATE             PIC  9(08).
000210*    支払場所（金融機関コード４桁・支店コード３桁）
000220     03  TGT-GINKO-COD               PIC  9(04).
000230     03  TGT-SHITEN-COD              PIC  9(03).
000240*    状態（"0"＝保有中、"1"＝取立済、"2"＝割引済、"3"＝
000250*    裏書譲渡済）と状態を変えた日（YYYYMMDD）。割引済・裏書
000260*    譲渡済は満期日まで遡求義務が残るため、満期日を過ぎる
000270*    までは取立済と区別して露出に含める
000280     03  TGT-STATUS                  PIC  X(01).
000290     03  TGT-STATUS-DATE             PIC  9(08).
000300*    割引料（割引時）・裏書先の仕入先コード（裏書譲渡時）
000310     03  TGT-WARIBIKI-RYO            PIC S9(09).
000320     03  TGT-URAGAKI-SIIRE-COD       PIC  X(06).
000330*    受入時にオープンアイテムへ充当しきれなかった金額
000340     03  TGT-MIJUTO-GAKU             PIC S9(09).
000350     03  FILLER                      PIC  X(10).
