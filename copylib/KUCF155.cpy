000010******************************************************************
000020*    KUCF155 : 手形取引トランザクションファイル     LRECL=73
000030******************************************************************
000040*    経理が起票する受取手形・電子記録債権の取引明細。手形管理
000050*    （KUBM245）が受取手形台帳（KUCF150）へ反映する
000060*    取引区分（"1"＝受入、"2"＝期日取立、"3"＝割引、"4"＝
000070*    裏書譲渡）
000080     03  TGR-TORIHIKI-KBN            PIC  X(01).
000090     03  TGR-TOKU-COD                PIC  X(04).
000100     03  TGR-TEGATA-NO               PIC  X(12).
000110*    以下、種別・金額・振出日・満期日・支払場所は受入時のみ
000120*    設定する（"1"＝約束手形、"2"＝電子記録債権）
000130     03  TGR-SHUBETSU                PIC  X(01).
000140     03  TGR-KINGAKU                 PIC S9(09).
000150     03  TGR-FURIDASHI-DATE          PIC  9(08).
000160     03  TGR-MANKI-DATE              PIC  9(08).
000170*    取引日（受入日・取立日・割引日・裏書日。YYYYMMDD）
000180     03  TGR-TORIHIKI-DATE           PIC  9(08).
000190     03  TGR-GINKO-COD               PIC  9(04).
000200     03  TGR-SHITEN-COD              PIC  9(03).
000210*    割引料（割引時のみ）
000220     03  TGR-WARIBIKI-RYO            PIC S9(09).
000230*    裏書先の仕入先コード（裏書譲渡時のみ）
000240     03  TGR-URAGAKI-SIIRE-COD       PIC  X(06).
