      * サブシステム名：売上
      * プログラム名  ：売掛オープンアイテム更新・入金充当
      * 作成日／作成者：２０２６年９月　２日  システム技研
      * 変更日／変更者：２０２６年１０月１５日  システム技研
      *       変更内容：早期支払割引の認定と売上割引仕訳の出力
      *               ：前受取引先の未充当入金の前受金台帳受入
      *               ：会社コードのオープンアイテム・仕訳への設定
      ********************************************************
      *  （１）売上集計（KUCF020）の請求期間行からオープン
      *  　　　アイテム（KUCF135）を起こす。既存の請求期間は請求
      *  　　　（個別指定での再充当はKUBM195の画面で行う）
      *  （３）未消込残の残る請求の一覧（得意先別ステートメント）
      *  　　　を印字する
      *  （４）得意先に早期支払割引条件（CFTOK-WARIBIKI-DAYS／
      *  　　　RITU）があり、入金を充当しきった請求の不足額が
      *  　　　割引率以内なら、請求締め日から割引日数以内の入金
      *  　　　は不足額を割引として認めて請求を消し込み、借方：
      *  　　　売上割引／貸方：売掛金の仕訳（KUCF050形式）をGLF
      *  　　　へ書き出す。売掛残高（kccmtok）も減らすため、割引
      *  　　　額をKUCF070形式でWBNへ書き出す（KUBM035の入力へ
      *  　　　連結する）。割引日数を過ぎた入金の割引は認めず、
      *  　　　与信管理向けの例外リスト（OEX）へ印字する
      *  （５）前受取引先（CFTOK-MAEUKE-FLG＝"1"）の充当しきれない
      *  　　　入金は未充当とせず前受金台帳（KUCF180）の預かり
      *  　　　残高へ受け入れる。入金で減った売掛残高（kccmtok）
      *  　　　を戻すため、受入額をマイナスの入金としてWBNへ書き
      *  　　　出す（前受金は負債であり売掛のマイナスとしない）
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFFXR-CURRENCY.
           SELECT  MAE-FILE  ASSIGN  TO  EXTERNAL  MAE
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  MAE-TOKU-COD.
           SELECT  GLF-FILE  ASSIGN  TO  EXTERNAL  GLF.
           SELECT  WBN-FILE  ASSIGN  TO  EXTERNAL  WBN.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
           SELECT  OEX-FILE  ASSIGN  TO  EXTERNAL  OEX.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  FXR-FILE.
       01  FXR-REC.
           COPY  KCCFFXR.
       FD  MAE-FILE.
       01  MAE-REC.
           COPY  KUCF180.
       FD  GLF-FILE.
       01  GLF-REC.
           COPY  KUCF050.
       FD  WBN-FILE.
       01  WBN-REC.
           COPY  KUCF070.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
       FD  OEX-FILE.
       01  OEX-REC                PIC  X(135).
      *
       WORKING-STORAGE            SECTION.
       01  ITF-END-FLG            PIC  X(1)          VALUE  "0".
       01  NYU-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  OPI-NEW-CNT            PIC S9(9)  COMP-3  VALUE  +0.
       01  MIJUTO-CNT             PIC S9(9)  COMP-3  VALUE  +0.
       01  WARIBIKI-CNT           PIC S9(9)  COMP-3  VALUE  +0.
       01  REIGAI-CNT             PIC S9(9)  COMP-3  VALUE  +0.
       01  GLF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  MAEUKE-CNT             PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT       PIC S9(3)  COMP-3  VALUE  +50.
       01  OEX-LINE-CNT           PIC S9(3)  COMP-3  VALUE  +99.
       01  OEX-PAGE-CNT           PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    請求額の増減分（再実行時の未消込残高調整用）
       01  WK-SAGAKU              PIC S9(09)          VALUE  ZERO.
       01  WK-BEST-YM             PIC  9(06)          VALUE  ZERO.
       01  WK-BEST-DUE            PIC  9(08)          VALUE  ZERO.
       01  WK-BEST-FOUND-FLG      PIC  X(01)          VALUE  SPACE.
      *    早期支払割引条件（入金の得意先のマスタから控える）
       01  WK-WARIBIKI-DAYS       PIC  9(03)          VALUE  ZERO.
       01  WK-WARIBIKI-RITU       PIC  9(02)V9(02)    VALUE  ZERO.
       01  WK-SIME-DD             PIC  9(02)          VALUE  ZERO.
      *    前受取引先フラグ（入金の得意先のマスタから控える）
       01  WK-MAEUKE-FLG          PIC  X(01)          VALUE  SPACE.
      *    前受金の受入年月（当月・前月の振り分け用）
       01  WK-MAE-YM              PIC  9(06)          VALUE  ZERO.
      *    割引額と割引率による上限額
       01  WK-WARIBIKI-GAKU       PIC S9(09)          VALUE  ZERO.
       01  WK-WARIBIKI-MAX        PIC S9(09)          VALUE  ZERO.
      *    割引期限（請求締め日＋割引日数）
       01  WK-SEIKYU-DATE         PIC  9(08)          VALUE  ZERO.
       01  WK-SEIKYU-DATE-R  REDEFINES  WK-SEIKYU-DATE.
         02  WK-SEIKYU-YM         PIC  9(06).
         02  WK-SEIKYU-YM-R  REDEFINES  WK-SEIKYU-YM.
           03  WK-SEIKYU-YY       PIC  9(04).
           03  WK-SEIKYU-MM       PIC  9(02).
         02  WK-SEIKYU-DD         PIC  9(02).
       01  WK-KIGEN-INT           PIC  9(08)          VALUE  ZERO.
       01  WK-KIGEN-DATE          PIC  9(08)          VALUE  ZERO.
      *    勘定科目（売上割引／売掛金）
       01  WK-KAMOKU-WARIBIKI     PIC  X(6)           VALUE  "815100".
       01  WK-KAMOKU-WARIBIKI-MEI PIC  X(20)          VALUE
                                     "売上割引".
       01  WK-KAMOKU-URIKAKE      PIC  X(6)           VALUE  "140100".
       01  WK-KAMOKU-URIKAKE-MEI  PIC  X(20)          VALUE
                                     "売掛金".
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-ZAN               PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(95)  VALUE  SPACE.
      *  前受金受入明細
       01  D5-MAEUKE.
         02  FILLER               PIC  X(10)  VALUE  "＊前受金＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D5-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D5-NYUKIN-DATE       PIC  9(08).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D5-UKEIRE            PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "預り残高：".
         02  D5-ZAN               PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(71)  VALUE  SPACE.
      *  割引例外リスト大見出し
       01  H3-REIGAI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(32)  VALUE
                "早期支払割引例外リスト".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "DATE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H3-DATE              PIC  9(08).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "PAGE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H3-PAGE-NO           PIC  Z,ZZ9.
         02  FILLER               PIC  X(47)  VALUE  SPACE.
      *  割引例外リスト小見出し
       01  H4-REIGAI.
         02  FILLER               PIC  X(6)   VALUE  "得意先".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "請求年月".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "請求額".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "割引控除額".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "入金日".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "割引期限".
         02  FILLER               PIC  X(75)  VALUE  SPACE.
      *  割引例外明細
       01  D4-REIGAI.
         02  D4-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D4-SEIKYU-YM         PIC  9(06).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D4-SEIKYU            PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D4-FUSOKU            PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D4-NYUKIN-DATE       PIC  9(08).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D4-KIGEN-DATE        PIC  9(08).
         02  FILLER               PIC  X(74)  VALUE  SPACE.
      *
      ********************************************************
      *  売掛オープンアイテム更新・入金充当
           OPEN  I-O     OPI-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  INPUT   FXR-FILE.
           OPEN  I-O     MAE-FILE.
           OPEN  OUTPUT  GLF-FILE.
           OPEN  OUTPUT  WBN-FILE.
           OPEN  OUTPUT  OEF-FILE.
           OPEN  OUTPUT  OEX-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           MOVE  WK-PC-DATE8  TO  H3-DATE.
       EXT.
           EXIT.
      ********************************************************
           MOVE  UF020-KINGAKU     TO  OPI-SEIKYU-GAKU.
           MOVE  UF020-KINGAKU     TO  OPI-OPEN-GAKU.
           MOVE  UF020-DUE-DATE    TO  OPI-DUE-DATE.
           MOVE  UF020-KAISHA-COD  TO  OPI-KAISHA-COD.
           MOVE  "0"               TO  OPI-STATUS.
           MOVE  ZERO              TO  OPI-LAST-NYUKIN-DATE.
           MOVE  SPACE             TO  OPI-CURRENCY.
           EXIT.
      ********************************************************
      *  入金充当処理（得意先の未消込請求へ支払期日の古い順に
      *  充当する。充当しきれない残りは未充当として印字する。
      *  前受取引先の残りは前受金台帳へ受け入れる）
      ********************************************************
       JUTO-RTN                   SECTION.
           PERFORM  JOKEN-RTN.
           MOVE  NYU-KINGAKU  OF  NYU-REC  TO  WK-NYUKIN-ZAN.
           PERFORM  OLDEST-JUTO-RTN
             UNTIL  WK-NYUKIN-ZAN  <=  ZERO
                 OR  WK-BEST-FOUND-FLG  =  "E".
           IF  WK-NYUKIN-ZAN  >  ZERO
             AND  WK-MAEUKE-FLG  =  "1"
               PERFORM  MAEUKE-RTN
               MOVE  ZERO  TO  WK-NYUKIN-ZAN
           END-IF.
           IF  WK-NYUKIN-ZAN  >  ZERO
             MOVE  NYU-TOKU-COD  OF  NYU-REC     TO  D2-TOKU-COD
             MOVE  NYU-NYUKIN-DATE  OF  NYU-REC  TO  D2-NYUKIN-DATE
             MOVE  WK-NYUKIN-ZAN    TO  D2-ZAN
             MOVE  D2-MIJUTO  TO  OEF-REC
             WRITE  OEF-REC  AFTER  1
             MOVE  "E"  TO  WK-BEST-FOUND-FLG
             GO  TO  EXT
           END-IF.
           MOVE  NYU-TOKU-COD  OF  NYU-REC  TO  OPI-TOKU-COD.
           MOVE  WK-BEST-YM    TO  OPI-SEIKYU-YM.
           READ  OPI-FILE
             INVALID  KEY
           END-IF.
           SUBTRACT  WK-JUTO-GAKU  FROM  OPI-OPEN-GAKU.
           SUBTRACT  WK-JUTO-GAKU  FROM  WK-NYUKIN-ZAN.
           IF  OPI-OPEN-GAKU  >  ZERO
             AND  WK-NYUKIN-ZAN  <=  ZERO
             AND  WK-WARIBIKI-RITU  >  ZERO
               PERFORM  WARIBIKI-RTN
           END-IF.
           IF  OPI-OPEN-GAKU  <=  ZERO
             MOVE  "1"  TO  OPI-STATUS
           END-IF.
           MOVE  NYU-NYUKIN-DATE  OF  NYU-REC  TO  OPI-LAST-NYUKIN-DATE.
           REWRITE  OPI-REC.
       EXT.
           EXIT.
      ********************************************************
      *  割引条件取得処理（入金の得意先の早期支払割引条件と締日
      *  を控える。マスタ未登録・非数字は割引条件なしとする）
      ********************************************************
       JOKEN-RTN                  SECTION.
           MOVE  ZERO  TO  WK-WARIBIKI-DAYS.
           MOVE  ZERO  TO  WK-WARIBIKI-RITU.
           MOVE  ZERO  TO  WK-SIME-DD.
           MOVE  SPACE TO  WK-MAEUKE-FLG.
           MOVE  NYU-TOKU-COD  OF  NYU-REC  TO  CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  CFTOK-WARIBIKI-DAYS  IS  NUMERIC
                 AND  CFTOK-WARIBIKI-RITU  IS  NUMERIC
                   MOVE  CFTOK-WARIBIKI-DAYS  TO  WK-WARIBIKI-DAYS
                   MOVE  CFTOK-WARIBIKI-RITU  TO  WK-WARIBIKI-RITU
               END-IF
               IF  CFTOK-SIME-DD  IS  NUMERIC
                 MOVE  CFTOK-SIME-DD  TO  WK-SIME-DD
               END-IF
               MOVE  CFTOK-MAEUKE-FLG  TO  WK-MAEUKE-FLG
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  早期支払割引処理（入金を充当しきった請求の不足額が割引
      *  率による上限以内なら割引の対象とする。割引期限内の入金
      *  は不足額を割引として消し込み、期限後は例外リストへ印字
      *  して未消込のまま残す）
      ********************************************************
       WARIBIKI-RTN               SECTION.
           COMPUTE  WK-WARIBIKI-MAX  ROUNDED  =
                    (OPI-OPEN-GAKU  +  WK-JUTO-GAKU)
                    *  WK-WARIBIKI-RITU  /  100.
           IF  OPI-OPEN-GAKU  >  WK-WARIBIKI-MAX
             GO  TO  EXT
           END-IF.
           PERFORM  KIGEN-RTN.
           IF  NYU-NYUKIN-DATE  OF  NYU-REC  >  WK-KIGEN-DATE
             PERFORM  REIGAI-RTN
             GO  TO  EXT
           END-IF.
           MOVE  OPI-OPEN-GAKU  TO  WK-WARIBIKI-GAKU.
           MOVE  ZERO           TO  OPI-OPEN-GAKU.
           ADD  +1  TO  WARIBIKI-CNT.
      *    借方：売上割引／貸方：売掛金
           MOVE  "1"                     TO  GLJ-KASHIKARI-KBN.
           MOVE  WK-KAMOKU-WARIBIKI      TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-WARIBIKI-MEI  TO  GLJ-KAMOKU-MEI.
           PERFORM  GLF-WRITE-RTN.
           MOVE  "2"                     TO  GLJ-KASHIKARI-KBN.
           MOVE  WK-KAMOKU-URIKAKE       TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-URIKAKE-MEI   TO  GLJ-KAMOKU-MEI.
           PERFORM  GLF-WRITE-RTN.
      *    売掛残高（kccmtok）消込用の割引額
           MOVE  NYU-TOKU-COD  OF  NYU-REC
             TO  NYU-TOKU-COD  OF  WBN-REC.
           MOVE  NYU-NYUKIN-DATE  OF  NYU-REC
             TO  NYU-NYUKIN-DATE  OF  WBN-REC.
           MOVE  WK-WARIBIKI-GAKU
             TO  NYU-KINGAKU  OF  WBN-REC.
           WRITE  WBN-REC.
       EXT.
           EXIT.
      ********************************************************
      *  前受金受入処理（充当しきれない入金を前受金台帳の預かり
      *  残高へ受け入れ、当月（または前月）の受入額へ積む。台帳
      *  未登録の得意先は新規に起こす。売掛残高（kccmtok）の戻し
      *  分をマイナスの入金としてWBNへ書き出す）
      ********************************************************
       MAEUKE-RTN                 SECTION.
           MOVE  NYU-NYUKIN-DATE  OF  NYU-REC  (1:6)  TO  WK-MAE-YM.
           MOVE  NYU-TOKU-COD  OF  NYU-REC  TO  MAE-TOKU-COD.
           READ  MAE-FILE
             INVALID  KEY
               MOVE  SPACE                      TO  MAE-REC
               MOVE  NYU-TOKU-COD  OF  NYU-REC  TO  MAE-TOKU-COD
               MOVE  ZERO  TO  MAE-ZAN  MAE-UKEIRE-RUIKEI
                               MAE-JUTO-RUIKEI  MAE-LAST-UKEIRE-DATE
                               MAE-LAST-JUTO-DATE
                               MAE-TOUGETSU-UKEIRE  MAE-TOUGETSU-JUTO
                               MAE-ZENGETSU-YM  MAE-ZENGETSU-UKEIRE
                               MAE-ZENGETSU-JUTO
               MOVE  WK-MAE-YM  TO  MAE-TOUGETSU-YM
               PERFORM  MAE-KEIJO-RTN
               WRITE  MAE-REC
             NOT  INVALID  KEY
               PERFORM  MAE-KEIJO-RTN
               REWRITE  MAE-REC
           END-READ.
           ADD  +1  TO  MAEUKE-CNT.
      *    売掛残高（kccmtok）の戻し（マイナスの入金）
           MOVE  NYU-TOKU-COD  OF  NYU-REC
             TO  NYU-TOKU-COD  OF  WBN-REC.
           MOVE  NYU-NYUKIN-DATE  OF  NYU-REC
             TO  NYU-NYUKIN-DATE  OF  WBN-REC.
           COMPUTE  NYU-KINGAKU  OF  WBN-REC  =  ZERO  -  WK-NYUKIN-ZAN.
           WRITE  WBN-REC.
           MOVE  NYU-TOKU-COD  OF  NYU-REC     TO  D5-TOKU-COD.
           MOVE  NYU-NYUKIN-DATE  OF  NYU-REC  TO  D5-NYUKIN-DATE.
           MOVE  WK-NYUKIN-ZAN    TO  D5-UKEIRE.
           MOVE  MAE-ZAN          TO  D5-ZAN.
           MOVE  D5-MAEUKE  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
       EXT.
           EXIT.
      ********************************************************
      *  前受金台帳計上処理（受入年月が当月分より新しければ当月
      *  分を前月分へ繰り送ってから当月の受入額へ積む。前月分と
      *  同じ年月の受入は前月分へ積む）
      ********************************************************
       MAE-KEIJO-RTN              SECTION.
           IF  WK-MAE-YM  >  MAE-TOUGETSU-YM
             MOVE  MAE-TOUGETSU-YM      TO  MAE-ZENGETSU-YM
             MOVE  MAE-TOUGETSU-UKEIRE  TO  MAE-ZENGETSU-UKEIRE
             MOVE  MAE-TOUGETSU-JUTO    TO  MAE-ZENGETSU-JUTO
             MOVE  WK-MAE-YM            TO  MAE-TOUGETSU-YM
             MOVE  ZERO  TO  MAE-TOUGETSU-UKEIRE  MAE-TOUGETSU-JUTO
           END-IF.
           IF  WK-MAE-YM  =  MAE-ZENGETSU-YM
             ADD  WK-NYUKIN-ZAN  TO  MAE-ZENGETSU-UKEIRE
           ELSE
             ADD  WK-NYUKIN-ZAN  TO  MAE-TOUGETSU-UKEIRE
           END-IF.
           ADD  WK-NYUKIN-ZAN  TO  MAE-ZAN.
           ADD  WK-NYUKIN-ZAN  TO  MAE-UKEIRE-RUIKEI.
           MOVE  NYU-NYUKIN-DATE  OF  NYU-REC  TO  MAE-LAST-UKEIRE-DATE.
       EXT.
           EXIT.
      ********************************************************
      *  割引期限算出処理（請求締め日＝締日１〜２８は請求年月の
      *  締日、それ以外は請求年月の月末。翌月１日の通算日から
      *  １日引いて月末を求める）
      ********************************************************
       KIGEN-RTN                  SECTION.
           MOVE  OPI-SEIKYU-YM  TO  WK-SEIKYU-YM.
           IF  WK-SIME-DD  >=  1  AND  WK-SIME-DD  <=  28
             MOVE  WK-SIME-DD  TO  WK-SEIKYU-DD
             COMPUTE  WK-KIGEN-INT  =
                      FUNCTION  INTEGER-OF-DATE  (WK-SEIKYU-DATE)
                      +  WK-WARIBIKI-DAYS
           ELSE
             MOVE  01  TO  WK-SEIKYU-DD
             IF  WK-SEIKYU-MM  =  12
               ADD   1   TO  WK-SEIKYU-YY
               MOVE  01  TO  WK-SEIKYU-MM
             ELSE
               ADD   1   TO  WK-SEIKYU-MM
             END-IF
             COMPUTE  WK-KIGEN-INT  =
                      FUNCTION  INTEGER-OF-DATE  (WK-SEIKYU-DATE)
                      -  1  +  WK-WARIBIKI-DAYS
           END-IF.
           COMPUTE  WK-KIGEN-DATE  =
                    FUNCTION  DATE-OF-INTEGER  (WK-KIGEN-INT).
       EXT.
           EXIT.
      ********************************************************
      *  割引例外印字処理（割引期限後の割引控除）
      ********************************************************
       REIGAI-RTN                 SECTION.
           IF  OEX-LINE-CNT  >=  WK-PAGE-LINE-CNT
             MOVE  +0  TO  OEX-LINE-CNT
             ADD   +1  TO  OEX-PAGE-CNT
             MOVE  OEX-PAGE-CNT  TO  H3-PAGE-NO
             MOVE  H3-REIGAI  TO  OEX-REC
             WRITE  OEX-REC  AFTER  PAGE
             MOVE  H4-REIGAI  TO  OEX-REC
             WRITE  OEX-REC  AFTER  2
           END-IF.
           MOVE  OPI-TOKU-COD              TO  D4-TOKU-COD.
           MOVE  OPI-SEIKYU-YM             TO  D4-SEIKYU-YM.
           MOVE  OPI-SEIKYU-GAKU           TO  D4-SEIKYU.
           MOVE  OPI-OPEN-GAKU             TO  D4-FUSOKU.
           MOVE  NYU-NYUKIN-DATE  OF  NYU-REC  TO  D4-NYUKIN-DATE.
           MOVE  WK-KIGEN-DATE             TO  D4-KIGEN-DATE.
           MOVE  D4-REIGAI  TO  OEX-REC.
           WRITE  OEX-REC  AFTER  1.
           ADD  +1  TO  OEX-LINE-CNT.
           ADD  +1  TO  REIGAI-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  仕訳出力処理（伝票年月は入金日の年月。会社は充当先の
      *  請求の会社）
      ********************************************************
       GLF-WRITE-RTN              SECTION.
           MOVE  NYU-NYUKIN-DATE  OF  NYU-REC  (1:6)
             TO  GLJ-DENPYO-YM.
           MOVE  NYU-TOKU-COD  OF  NYU-REC  TO  GLJ-TOKU-COD.
           MOVE  OPI-KAISHA-COD      TO  GLJ-KAISHA-COD.
           MOVE  WK-WARIBIKI-GAKU    TO  GLJ-KINGAKU.
           MOVE  SPACE               TO  GLJ-HOJO-COD.
           WRITE  GLF-REC.
           ADD  +1  TO  GLF-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  最古請求探索処理（得意先の未消込請求を走査し、支払期日
      *  最古の請求年月を控える）
      ********************************************************
           MOVE  99999999  TO  WK-BEST-DUE.
           MOVE  ZERO      TO  WK-BEST-YM.
           MOVE  "0"       TO  OPI-END-FLG.
           MOVE  NYU-TOKU-COD  OF  NYU-REC  TO  OPI-TOKU-COD.
           MOVE  ZERO          TO  OPI-SEIKYU-YM.
           START  OPI-FILE  KEY  >=  OPI-KEY
             INVALID  KEY
             AT  END
               MOVE  "1"  TO  OPI-END-FLG
             NOT  AT  END
               IF  OPI-TOKU-COD  NOT  =  NYU-TOKU-COD  OF  NYU-REC
                 MOVE  "1"  TO  OPI-END-FLG
               ELSE
                 IF  OPI-OPEN-GAKU  >  ZERO
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  ITF-FILE  NYU-FILE  OPI-FILE  TOK-FILE  FXR-FILE
                  MAE-FILE  GLF-FILE  WBN-FILE  OEF-FILE  OEX-FILE.
           DISPLAY  "*** ITF-CNT="  ITF-CNT.
           DISPLAY  "*** NYU-CNT="  NYU-CNT.
           DISPLAY  "*** OPI-NEW="  OPI-NEW-CNT.
           DISPLAY  "*** MIJUTO="   MIJUTO-CNT.
           DISPLAY  "*** MAEUKE="   MAEUKE-CNT.
           DISPLAY  "*** WARIBIKI=" WARIBIKI-CNT.
           DISPLAY  "*** REIGAI="   REIGAI-CNT.
           DISPLAY  "*** GLF-CNT="  GLF-CNT.
           DISPLAY  "*** KUBM190  END ***".
       EXT.
           EXIT.
