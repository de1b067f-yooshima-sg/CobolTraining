       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM250.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：売掛買掛相殺提案
      * 作成日／作成者：２０２６年１０月１５日  システム技研
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *  得意先マスタを順に読み、相殺先仕入先コード（CFTOK-
      *  SOSAI-SIIRE-COD）の設定された取引先について、売掛オープン
      *  アイテム（KUCF135）の未消込残合計と買掛オープンアイテム
      *  （KHCF050）の未払残合計を求める。両方に残高がある取引先
      *  は少ない方の金額を相殺額として相殺提案（KUCF160）へ書き
      *  出し、提案リストを印字する。経理責任者が提案を確認して
      *  承認フラグを立て、相殺実行（KUBM255）が適用する
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
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
           SELECT  SOF-FILE  ASSIGN  TO  EXTERNAL  SOF.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
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
       FD  SOF-FILE.
       01  SOF-REC.
           COPY  KUCF160.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE            SECTION.
       01  TOK-END-FLG            PIC  X(1)          VALUE  "0".
       01  OPI-END-FLG            PIC  X(1)          VALUE  "0".
       01  HAP-END-FLG            PIC  X(1)          VALUE  "0".
       01  TOK-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  TEIAN-CNT              PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT       PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    取引先ごとの残高合計と相殺提案額
       01  WK-URIKAKE-ZAN         PIC S9(09)          VALUE  ZERO.
       01  WK-KAIKAKE-ZAN         PIC S9(09)          VALUE  ZERO.
       01  WK-SOSAI-GAKU          PIC S9(09)          VALUE  ZERO.
       01  WK-SOSAI-GOKEI         PIC S9(11)  COMP-3  VALUE  +0.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(32)  VALUE
                "売掛買掛相殺提案リスト".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "DATE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-DATE              PIC  9(08).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "PAGE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-PAGE-NO           PIC  Z,ZZ9.
         02  FILLER               PIC  X(47)  VALUE  SPACE.
      *  小見出し
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(6)   VALUE  "得意先".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(20)  VALUE  "得意先名".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "仕入先".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(20)  VALUE  "仕入先名".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "未消込売掛".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "未払買掛".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "相殺提案額".
         02  FILLER               PIC  X(41)  VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-TOKU-MEI          PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SIIRE-COD         PIC  X(6).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SIIRE-MEI         PIC  X(20).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-URIKAKE           PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-KAIKAKE           PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-SOSAI             PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(38)  VALUE  SPACE.
      *  合計
       01  D2-GOKEI.
         02  FILLER               PIC  X(20)  VALUE
                "＊＊相殺提案合計＊＊".
         02  FILLER               PIC  X(58)  VALUE  SPACE.
         02  D2-SOSAI             PIC  Z,ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(43)  VALUE  SPACE.
      *
      ********************************************************
      *  売掛買掛相殺提案
      ********************************************************
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  TOK-READ-RTN.
           PERFORM  TEIAN-RTN  UNTIL  TOK-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KUBM250 START ***".
           OPEN  INPUT   TOK-FILE.
           OPEN  INPUT   SIR-FILE.
           OPEN  INPUT   OPI-FILE.
           OPEN  INPUT   HAP-FILE.
           OPEN  OUTPUT  SOF-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
       EXT.
           EXIT.
      ********************************************************
      *  得意先マスタ入力処理
      ********************************************************
       TOK-READ-RTN               SECTION.
           READ  TOK-FILE  NEXT
             AT  END
               MOVE  "1"  TO  TOK-END-FLG
             NOT  AT  END
               ADD  +1  TO  TOK-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  相殺提案処理（相殺先仕入先の無い得意先、売掛・買掛の
      *  どちらかに残高の無い取引先は提案しない）
      ********************************************************
       TEIAN-RTN                  SECTION.
           IF  CFTOK-SOSAI-SIIRE-COD  =  SPACE  OR  LOW-VALUE
             GO  TO  NEXT-READ
           END-IF.
           PERFORM  URIKAKE-SUM-RTN.
           PERFORM  KAIKAKE-SUM-RTN.
           IF  WK-URIKAKE-ZAN  <=  ZERO
             OR  WK-KAIKAKE-ZAN  <=  ZERO
               GO  TO  NEXT-READ
           END-IF.
           IF  WK-URIKAKE-ZAN  <  WK-KAIKAKE-ZAN
             MOVE  WK-URIKAKE-ZAN  TO  WK-SOSAI-GAKU
           ELSE
             MOVE  WK-KAIKAKE-ZAN  TO  WK-SOSAI-GAKU
           END-IF.
           MOVE  SPACE                  TO  SOF-REC.
           MOVE  CFTOK-TOKU-COD         TO  SOS-TOKU-COD.
           MOVE  CFTOK-SOSAI-SIIRE-COD  TO  SOS-SIIRE-COD.
           MOVE  WK-PC-DATE8            TO  SOS-TEIAN-DATE.
           MOVE  WK-URIKAKE-ZAN         TO  SOS-URIKAKE-ZAN.
           MOVE  WK-KAIKAKE-ZAN         TO  SOS-KAIKAKE-ZAN.
           MOVE  WK-SOSAI-GAKU          TO  SOS-SOSAI-GAKU.
           MOVE  SPACE                  TO  SOS-APPROVE-FLG.
           MOVE  SPACE                  TO  SOS-APPROVE-USER.
           WRITE  SOF-REC.
           ADD  +1  TO  TEIAN-CNT.
           ADD  WK-SOSAI-GAKU  TO  WK-SOSAI-GOKEI.
           PERFORM  MEISAI-RTN.
       NEXT-READ.
           PERFORM  TOK-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  未消込売掛集計処理
      ********************************************************
       URIKAKE-SUM-RTN            SECTION.
           MOVE  ZERO  TO  WK-URIKAKE-ZAN.
           MOVE  "0"             TO  OPI-END-FLG.
           MOVE  CFTOK-TOKU-COD  TO  OPI-TOKU-COD.
           MOVE  ZERO            TO  OPI-SEIKYU-YM.
           START  OPI-FILE  KEY  >=  OPI-KEY
             INVALID  KEY
               MOVE  "1"  TO  OPI-END-FLG
           END-START.
           PERFORM  URIKAKE-SCAN-RTN  UNTIL  OPI-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  未消込売掛走査処理
      ********************************************************
       URIKAKE-SCAN-RTN           SECTION.
           READ  OPI-FILE  NEXT
             AT  END
               MOVE  "1"  TO  OPI-END-FLG
             NOT  AT  END
               IF  OPI-TOKU-COD  NOT  =  CFTOK-TOKU-COD
                 MOVE  "1"  TO  OPI-END-FLG
               ELSE
                 IF  OPI-OPEN-GAKU  >  ZERO
                   ADD  OPI-OPEN-GAKU  TO  WK-URIKAKE-ZAN
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
           MOVE  "0"                    TO  HAP-END-FLG.
           MOVE  CFTOK-SOSAI-SIIRE-COD  TO  HAP-SIIRE-COD.
           MOVE  LOW-VALUE              TO  HAP-SEIKYU-NO.
           START  HAP-FILE  KEY  >=  HAP-KEY
             INVALID  KEY
               MOVE  "1"  TO  HAP-END-FLG
           END-START.
           PERFORM  KAIKAKE-SCAN-RTN  UNTIL  HAP-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  未払買掛走査処理
      ********************************************************
       KAIKAKE-SCAN-RTN           SECTION.
           READ  HAP-FILE  NEXT
             AT  END
               MOVE  "1"  TO  HAP-END-FLG
             NOT  AT  END
               IF  HAP-SIIRE-COD  NOT  =  CFTOK-SOSAI-SIIRE-COD
                 MOVE  "1"  TO  HAP-END-FLG
               ELSE
                 IF  HAP-OPEN-GAKU  >  ZERO
                   ADD  HAP-OPEN-GAKU  TO  WK-KAIKAKE-ZAN
                 END-IF
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  明細印字処理
      ********************************************************
       MEISAI-RTN                 SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  CFTOK-TOKU-COD         TO  D1-TOKU-COD.
           MOVE  CFTOK-TOKU-MEI         TO  D1-TOKU-MEI.
           MOVE  CFTOK-SOSAI-SIIRE-COD  TO  D1-SIIRE-COD
                                            CFSIR-SIIRE-COD.
           READ  SIR-FILE
             INVALID  KEY
               MOVE  SPACE           TO  D1-SIIRE-MEI
             NOT  INVALID  KEY
               MOVE  CFSIR-SIIRE-MEI  TO  D1-SIIRE-MEI
           END-READ.
           MOVE  WK-URIKAKE-ZAN  TO  D1-URIKAKE.
           MOVE  WK-KAIKAKE-ZAN  TO  D1-KAIKAKE.
           MOVE  WK-SOSAI-GAKU   TO  D1-SOSAI.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  見出し印刷処理
      ********************************************************
       MIDASHI-RTN                SECTION.
           MOVE  +0  TO  LINE-CNT.
           ADD   +1  TO  PAGE-CNT.
           MOVE  PAGE-CNT  TO  H1-PAGE-NO.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  H2-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           IF  TEIAN-CNT  >  ZERO
             MOVE  WK-SOSAI-GOKEI  TO  D2-SOSAI
             MOVE  D2-GOKEI  TO  OEF-REC
             WRITE  OEF-REC  AFTER  2
           END-IF.
           CLOSE  TOK-FILE  SIR-FILE  OPI-FILE  HAP-FILE  SOF-FILE
                  OEF-FILE.
           DISPLAY  "*** TOK-CNT="  TOK-CNT.
           DISPLAY  "*** TEIAN="    TEIAN-CNT.
           DISPLAY  "*** KUBM250  END ***".
       EXT.
           EXIT.
