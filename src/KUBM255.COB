       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM255.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：売掛買掛相殺実行・相殺通知書
      * 作成日／作成者：２０２６年１０月１５日  システム技研
      * 変更日／変更者：２０２６年１０月１５日  システム技研
      *       変更内容：ＧＬ仕訳の会社コード項目追加に対応
      *               ：相殺仕訳を得意先の会社へ計上
      ********************************************************
      *  相殺提案（KUCF160）のうち承認フラグ"1"の提案だけを
      *  適用する。実行時点の未消込売掛（KUCF135）・未払買掛
      *  （KHCF050）を再集計し、提案額・売掛残・買掛残の最も
      *  少ない額を相殺額とする。売掛は支払期日の古い請求から、
      *  買掛は支払期日の古い伝票から消し込み、借方：買掛金／
      *  貸方：売掛金の仕訳（KUCF050形式）を得意先の会社で
      *  GLFへ書き出す。
      *  売掛残高（kccmtok）も減らすため、相殺額をKUCF070形式で
      *  SNYへ書き出す（KUBM035の入力へ連結する）。
      *  取引先ごとに消し込んだ請求・伝票の明細を載せた相殺
      *  通知書を１頁ずつ印字する
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  SOF-FILE  ASSIGN  TO  EXTERNAL  SOF.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  SIR-FILE  ASSIGN  TO  EXTERNAL  SIR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSIR-SIIRE-COD.
           SELECT  OPI-FILE  ASSIGN  TO  EXTERNAL  OPI
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  OPI-KEY.
           SELECT  HAP-FILE  ASSIGN  TO  EXTERNAL  HAP
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  HAP-KEY.
           SELECT  GLF-FILE  ASSIGN  TO  EXTERNAL  GLF.
           SELECT  SNY-FILE  ASSIGN  TO  EXTERNAL  SNY.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  SOF-FILE.
       01  SOF-REC.
           COPY  KUCF160.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  SIR-FILE.
       01  SIR-REC.
           COPY  KCCFSIR.
       FD  OPI-FILE.
       01  OPI-REC.
           COPY  KUCF135.
       FD  HAP-FILE.
       01  HAP-REC.
           COPY  KHCF050.
       FD  GLF-FILE.
       01  GLF-REC.
           COPY  KUCF050.
       FD  SNY-FILE.
       01  SNY-REC.
           COPY  KUCF070.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE            SECTION.
       01  SOF-END-FLG            PIC  X(1)          VALUE  "0".
       01  OPI-END-FLG            PIC  X(1)          VALUE  "0".
       01  HAP-END-FLG            PIC  X(1)          VALUE  "0".
       01  SOF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  MISHONIN-CNT           PIC S9(9)  COMP-3  VALUE  +0.
       01  SOSAI-CNT              PIC S9(9)  COMP-3  VALUE  +0.
       01  SKIP-CNT               PIC S9(9)  COMP-3  VALUE  +0.
       01  GLF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  PAGE-CNT               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    実行時点の残高合計と相殺額
       01  WK-URIKAKE-ZAN         PIC S9(09)          VALUE  ZERO.
       01  WK-KAIKAKE-ZAN         PIC S9(09)          VALUE  ZERO.
       01  WK-SOSAI-GAKU          PIC S9(09)          VALUE  ZERO.
      *    消込残（売掛側・買掛側）と１件あたりの消込額
       01  WK-SOSAI-ZAN           PIC S9(09)          VALUE  ZERO.
       01  WK-KESIKOMI-GAKU       PIC S9(09)          VALUE  ZERO.
      *    期日昇順消込のための最小期日探索
       01  WK-BEST-YM             PIC  9(06)          VALUE  ZERO.
       01  WK-BEST-SEIKYU-NO      PIC  X(10)          VALUE  SPACE.
       01  WK-BEST-DUE            PIC  9(08)          VALUE  ZERO.
       01  WK-BEST-FOUND-FLG      PIC  X(01)          VALUE  SPACE.
      *    仕訳の会社コード（得意先の会社。空白＝"01"）
       01  WK-KAISHA-COD          PIC  X(02)          VALUE  SPACE.
      *    勘定科目（買掛金／売掛金）
       01  WK-KAMOKU-KAIKAKE      PIC  X(6)           VALUE  "215100".
       01  WK-KAMOKU-KAIKAKE-MEI  PIC  X(20)          VALUE
                                     "買掛金".
       01  WK-KAMOKU-URIKAKE      PIC  X(6)           VALUE  "140100".
       01  WK-KAMOKU-URIKAKE-MEI  PIC  X(20)          VALUE
                                     "売掛金".
      *  通知書表題
       01  H1-TITLE.
         02  FILLER               PIC  X(40)  VALUE  SPACE.
         02  FILLER               PIC  X(20)  VALUE
                "相　殺　通　知　書".
         02  FILLER               PIC  X(12)  VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "DATE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-DATE              PIC  9(08).
         02  FILLER               PIC  X(50)  VALUE  SPACE.
      *  宛先（得意先名・仕入先名）
       01  H2-ATESAKI.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  H2-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  H2-TOKU-MEI          PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "御中".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(14)  VALUE
                "（仕入先コード".
         02  H2-SIIRE-COD         PIC  X(6).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  H2-SIIRE-MEI         PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  "）".
         02  FILLER               PIC  X(51)  VALUE  SPACE.
      *  通知文
       01  H3-BUN1.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(24)  VALUE
                "貴社に対する売掛金と".
         02  FILLER               PIC  X(28)  VALUE
                "貴社への買掛金を下記のとおり".
         02  FILLER               PIC  X(79)  VALUE  SPACE.
       01  H3-BUN2.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(24)  VALUE
                "対当額にて相殺いたし".
         02  FILLER               PIC  X(26)  VALUE
                "ましたのでご通知申し上げます。".
         02  FILLER               PIC  X(81)  VALUE  SPACE.
      *  明細見出し
       01  H4-KOMIDASHI.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "区分".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(16)  VALUE
                "請求年月／番号".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "支払期日".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "相殺金額".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "相殺後残".
         02  FILLER               PIC  X(71)  VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-KBN               PIC  X(4).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-DENPYO            PIC  X(10).
         02  FILLER               PIC  X(8)   VALUE  SPACE.
         02  D1-DUE-DATE          PIC  9(08).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-KINGAKU           PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-ZAN               PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(71)  VALUE  SPACE.
      *  相殺金額合計
       01  D2-GOKEI.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(20)  VALUE
                "相殺金額合計".
         02  FILLER               PIC  X(16)  VALUE  SPACE.
         02  D2-KINGAKU           PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(83)  VALUE  SPACE.
      *
      ********************************************************
      *  売掛買掛相殺実行
      ********************************************************
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  SOF-READ-RTN.
           PERFORM  SOSAI-RTN  UNTIL  SOF-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KUBM255 START ***".
           OPEN  INPUT   SOF-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  INPUT   SIR-FILE.
           OPEN  I-O     OPI-FILE.
           OPEN  I-O     HAP-FILE.
           OPEN  OUTPUT  GLF-FILE.
           OPEN  OUTPUT  SNY-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
       EXT.
           EXIT.
      ********************************************************
      *  相殺提案入力処理
      ********************************************************
       SOF-READ-RTN               SECTION.
           READ  SOF-FILE
             AT  END
               MOVE  "1"  TO  SOF-END-FLG
             NOT  AT  END
               ADD  +1  TO  SOF-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  相殺実行処理（未承認の提案、実行時点で相殺額が無くな
      *  った提案は適用しない）
      ********************************************************
       SOSAI-RTN                  SECTION.
           IF  SOS-APPROVE-FLG  NOT  =  "1"
             ADD  +1  TO  MISHONIN-CNT
             GO  TO  NEXT-READ
           END-IF.
           PERFORM  URIKAKE-SUM-RTN.
           PERFORM  KAIKAKE-SUM-RTN.
           MOVE  SOS-SOSAI-GAKU  TO  WK-SOSAI-GAKU.
           IF  WK-URIKAKE-ZAN  <  WK-SOSAI-GAKU
             MOVE  WK-URIKAKE-ZAN  TO  WK-SOSAI-GAKU
           END-IF.
           IF  WK-KAIKAKE-ZAN  <  WK-SOSAI-GAKU
             MOVE  WK-KAIKAKE-ZAN  TO  WK-SOSAI-GAKU
           END-IF.
           IF  WK-SOSAI-GAKU  <=  ZERO
             DISPLAY  "KUBM255 SKIP TOKU="  SOS-TOKU-COD
                      " SIIRE="  SOS-SIIRE-COD
             ADD  +1  TO  SKIP-CNT
             GO  TO  NEXT-READ
           END-IF.
           ADD  +1  TO  SOSAI-CNT.
           PERFORM  TSUCHI-HEAD-RTN.
      *    売掛側の消込
           MOVE  WK-SOSAI-GAKU  TO  WK-SOSAI-ZAN.
           MOVE  SPACE          TO  WK-BEST-FOUND-FLG.
           PERFORM  URIKAKE-KESIKOMI-RTN
             UNTIL  WK-SOSAI-ZAN  <=  ZERO
                 OR  WK-BEST-FOUND-FLG  =  "E".
      *    買掛側の消込
           MOVE  WK-SOSAI-GAKU  TO  WK-SOSAI-ZAN.
           MOVE  SPACE          TO  WK-BEST-FOUND-FLG.
           PERFORM  KAIKAKE-KESIKOMI-RTN
             UNTIL  WK-SOSAI-ZAN  <=  ZERO
                 OR  WK-BEST-FOUND-FLG  =  "E".
      *    借方：買掛金／貸方：売掛金
           MOVE  "1"                     TO  GLJ-KASHIKARI-KBN.
           MOVE  WK-KAMOKU-KAIKAKE       TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-KAIKAKE-MEI   TO  GLJ-KAMOKU-MEI.
           MOVE  SOS-SIIRE-COD           TO  GLJ-HOJO-COD.
           PERFORM  GLF-WRITE-RTN.
           MOVE  "2"                     TO  GLJ-KASHIKARI-KBN.
           MOVE  WK-KAMOKU-URIKAKE       TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-URIKAKE-MEI   TO  GLJ-KAMOKU-MEI.
           MOVE  SPACE                   TO  GLJ-HOJO-COD.
           PERFORM  GLF-WRITE-RTN.
      *    売掛残高（kccmtok）消込用の相殺額
           MOVE  SOS-TOKU-COD   TO  NYU-TOKU-COD.
           MOVE  WK-PC-DATE8    TO  NYU-NYUKIN-DATE.
           MOVE  WK-SOSAI-GAKU  TO  NYU-KINGAKU.
           WRITE  SNY-REC.
           MOVE  WK-SOSAI-GAKU  TO  D2-KINGAKU.
           MOVE  D2-GOKEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
       NEXT-READ.
           PERFORM  SOF-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  未消込売掛集計処理
      ********************************************************
       URIKAKE-SUM-RTN            SECTION.
           MOVE  ZERO  TO  WK-URIKAKE-ZAN.
           MOVE  "0"           TO  OPI-END-FLG.
           MOVE  SOS-TOKU-COD  TO  OPI-TOKU-COD.
           MOVE  ZERO          TO  OPI-SEIKYU-YM.
           START  OPI-FILE  KEY  >=  OPI-KEY
             INVALID  KEY
               MOVE  "1"  TO  OPI-END-FLG
           END-START.
           PERFORM  URIKAKE-SCAN-RTN  UNTIL  OPI-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  未消込売掛走査処理（合計と支払期日最古の請求を控える）
      ********************************************************
       URIKAKE-SCAN-RTN           SECTION.
           READ  OPI-FILE  NEXT
             AT  END
               MOVE  "1"  TO  OPI-END-FLG
             NOT  AT  END
               IF  OPI-TOKU-COD  NOT  =  SOS-TOKU-COD
                 MOVE  "1"  TO  OPI-END-FLG
               ELSE
                 IF  OPI-OPEN-GAKU  >  ZERO
                   ADD  OPI-OPEN-GAKU  TO  WK-URIKAKE-ZAN
                   IF  OPI-DUE-DATE  <  WK-BEST-DUE
                     MOVE  OPI-DUE-DATE   TO  WK-BEST-DUE
                     MOVE  OPI-SEIKYU-YM  TO  WK-BEST-YM
                     MOVE  "1"            TO  WK-BEST-FOUND-FLG
                   END-IF
                 END-IF
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  未払買掛集計処理
      ********************************************************
       KAIKAKE-SUM-RTN            SECTION.
           MOVE  ZERO  TO  WK-KAIKAKE-ZAN.
           MOVE  "0"            TO  HAP-END-FLG.
           MOVE  SOS-SIIRE-COD  TO  HAP-SIIRE-COD.
           MOVE  LOW-VALUE      TO  HAP-SEIKYU-NO.
           START  HAP-FILE  KEY  >=  HAP-KEY
             INVALID  KEY
               MOVE  "1"  TO  HAP-END-FLG
           END-START.
           PERFORM  KAIKAKE-SCAN-RTN  UNTIL  HAP-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  未払買掛走査処理（合計と支払期日最古の伝票を控える）
      ********************************************************
       KAIKAKE-SCAN-RTN           SECTION.
           READ  HAP-FILE  NEXT
             AT  END
               MOVE  "1"  TO  HAP-END-FLG
             NOT  AT  END
               IF  HAP-SIIRE-COD  NOT  =  SOS-SIIRE-COD
                 MOVE  "1"  TO  HAP-END-FLG
               ELSE
                 IF  HAP-OPEN-GAKU  >  ZERO
                   ADD  HAP-OPEN-GAKU  TO  WK-KAIKAKE-ZAN
                   IF  HAP-DUE-DATE  <  WK-BEST-DUE
                     MOVE  HAP-DUE-DATE   TO  WK-BEST-DUE
                     MOVE  HAP-SEIKYU-NO  TO  WK-BEST-SEIKYU-NO
                     MOVE  "1"            TO  WK-BEST-FOUND-FLG
                   END-IF
                 END-IF
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  売掛消込処理（支払期日の最も古い請求を探して消し込む。
      *  見つからなくなったら終了印（"E"）を立てる）
      ********************************************************
       URIKAKE-KESIKOMI-RTN       SECTION.
           MOVE  SPACE     TO  WK-BEST-FOUND-FLG.
           MOVE  99999999  TO  WK-BEST-DUE.
           PERFORM  URIKAKE-SUM-RTN.
           IF  WK-BEST-FOUND-FLG  NOT  =  "1"
             MOVE  "E"  TO  WK-BEST-FOUND-FLG
             GO  TO  EXT
           END-IF.
           MOVE  SOS-TOKU-COD  TO  OPI-TOKU-COD.
           MOVE  WK-BEST-YM    TO  OPI-SEIKYU-YM.
           READ  OPI-FILE
             INVALID  KEY
               MOVE  "E"  TO  WK-BEST-FOUND-FLG
               GO  TO  EXT
           END-READ.
           IF  OPI-OPEN-GAKU  <=  WK-SOSAI-ZAN
             MOVE  OPI-OPEN-GAKU  TO  WK-KESIKOMI-GAKU
           ELSE
             MOVE  WK-SOSAI-ZAN   TO  WK-KESIKOMI-GAKU
           END-IF.
           SUBTRACT  WK-KESIKOMI-GAKU  FROM  OPI-OPEN-GAKU.
           SUBTRACT  WK-KESIKOMI-GAKU  FROM  WK-SOSAI-ZAN.
           IF  OPI-OPEN-GAKU  <=  ZERO
             MOVE  "1"  TO  OPI-STATUS
           END-IF.
           MOVE  WK-PC-DATE8  TO  OPI-LAST-NYUKIN-DATE.
           REWRITE  OPI-REC.
           MOVE  "売掛"            TO  D1-KBN.
           MOVE  SPACE             TO  D1-DENPYO.
           MOVE  OPI-SEIKYU-YM     TO  D1-DENPYO (1:6).
           MOVE  OPI-DUE-DATE      TO  D1-DUE-DATE.
           MOVE  WK-KESIKOMI-GAKU  TO  D1-KINGAKU.
           MOVE  OPI-OPEN-GAKU     TO  D1-ZAN.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
       EXT.
           EXIT.
      ********************************************************
      *  買掛消込処理（支払期日の最も古い伝票を探して消し込む。
      *  見つからなくなったら終了印（"E"）を立てる）
      ********************************************************
       KAIKAKE-KESIKOMI-RTN       SECTION.
           MOVE  SPACE     TO  WK-BEST-FOUND-FLG.
           MOVE  99999999  TO  WK-BEST-DUE.
           PERFORM  KAIKAKE-SUM-RTN.
           IF  WK-BEST-FOUND-FLG  NOT  =  "1"
             MOVE  "E"  TO  WK-BEST-FOUND-FLG
             GO  TO  EXT
           END-IF.
           MOVE  SOS-SIIRE-COD      TO  HAP-SIIRE-COD.
           MOVE  WK-BEST-SEIKYU-NO  TO  HAP-SEIKYU-NO.
           READ  HAP-FILE
             INVALID  KEY
               MOVE  "E"  TO  WK-BEST-FOUND-FLG
               GO  TO  EXT
           END-READ.
           IF  HAP-OPEN-GAKU  <=  WK-SOSAI-ZAN
             MOVE  HAP-OPEN-GAKU  TO  WK-KESIKOMI-GAKU
           ELSE
             MOVE  WK-SOSAI-ZAN   TO  WK-KESIKOMI-GAKU
           END-IF.
           SUBTRACT  WK-KESIKOMI-GAKU  FROM  HAP-OPEN-GAKU.
           SUBTRACT  WK-KESIKOMI-GAKU  FROM  WK-SOSAI-ZAN.
           IF  HAP-OPEN-GAKU  <=  ZERO
             MOVE  "1"  TO  HAP-STATUS
           END-IF.
           MOVE  WK-PC-DATE8  TO  HAP-LAST-SHIHARAI-DATE.
           REWRITE  HAP-REC.
           MOVE  "買掛"            TO  D1-KBN.
           MOVE  HAP-SEIKYU-NO     TO  D1-DENPYO.
           MOVE  HAP-DUE-DATE      TO  D1-DUE-DATE.
           MOVE  WK-KESIKOMI-GAKU  TO  D1-KINGAKU.
           MOVE  HAP-OPEN-GAKU     TO  D1-ZAN.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
       EXT.
           EXIT.
      ********************************************************
      *  相殺通知書頭部印字処理（取引先ごとに改頁する）
      ********************************************************
       TSUCHI-HEAD-RTN            SECTION.
           ADD  +1  TO  PAGE-CNT.
           MOVE  H1-TITLE  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  SOS-TOKU-COD  TO  H2-TOKU-COD
                                   CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               MOVE  SPACE             TO  H2-TOKU-MEI
                                           WK-KAISHA-COD
             NOT  INVALID  KEY
               MOVE  CFTOK-TOKU-MEI    TO  H2-TOKU-MEI
               MOVE  CFTOK-KAISHA-COD  TO  WK-KAISHA-COD
           END-READ.
           MOVE  SOS-SIIRE-COD  TO  H2-SIIRE-COD
                                    CFSIR-SIIRE-COD.
           READ  SIR-FILE
             INVALID  KEY
               MOVE  SPACE            TO  H2-SIIRE-MEI
             NOT  INVALID  KEY
               MOVE  CFSIR-SIIRE-MEI  TO  H2-SIIRE-MEI
           END-READ.
           MOVE  H2-ATESAKI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  3.
           MOVE  H3-BUN1  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  3.
           MOVE  H3-BUN2  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           MOVE  H4-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  3.
       EXT.
           EXIT.
      ********************************************************
      *  仕訳出力処理（伝票年月は実行日の年月）
      ********************************************************
       GLF-WRITE-RTN              SECTION.
           MOVE  WK-PC-DATE8 (1:6)  TO  GLJ-DENPYO-YM.
           MOVE  SOS-TOKU-COD       TO  GLJ-TOKU-COD.
           MOVE  WK-SOSAI-GAKU      TO  GLJ-KINGAKU.
           MOVE  WK-KAISHA-COD      TO  GLJ-KAISHA-COD.
           WRITE  GLF-REC.
           ADD  +1  TO  GLF-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  SOF-FILE  TOK-FILE  SIR-FILE  OPI-FILE  HAP-FILE
                  GLF-FILE  SNY-FILE  OEF-FILE.
           DISPLAY  "*** SOF-CNT="   SOF-CNT.
           DISPLAY  "*** MISHONIN="  MISHONIN-CNT.
           DISPLAY  "*** SOSAI="     SOSAI-CNT.
           DISPLAY  "*** SKIP="      SKIP-CNT.
           DISPLAY  "*** GLF-CNT="   GLF-CNT.
           DISPLAY  "*** KUBM255  END ***".
       EXT.
           EXIT.
