       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KJBM370.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：受注
      *  プログラム名      ：受入検査滞留ロットリスト作成
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    ロット別在庫（KCCFLOT）を順読みし、受入検査待ち（検査
      *    区分"H"）のまま隔離開始日から滞留日数を超えたロットを
      *    隔離開始日の古い順にソートして印字する。滞留日数は
      *    システムパラメタマスタのKJ-KENSA-DAYS（日数、既定値
      *    ７日）で調整できる。品質管理が検査の督促に使う
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  LOT-FILE  ASSIGN  TO  EXTERNAL  LOT
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  CFLOT-KEY.
           SELECT  IMF-FILE  ASSIGN  TO  EXTERNAL  IMF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  PRM-FILE  ASSIGN  TO  EXTERNAL  PRM
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFPRM-PARM-KEY.
           SELECT  SRT-FILE  ASSIGN  TO  SRTWK01.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  LOT-FILE.
       01  LOT-REC.
           COPY  KCCFLOT.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY  KCCFPRM.
       SD  SRT-FILE.
       01  SRT-REC.
         03  SRT-HORYU-DATE       PIC  9(08).
         03  SRT-SHOHIN-NO        PIC  X(05).
         03  SRT-WHS-COD          PIC  X(02).
         03  SRT-LOT-NO           PIC  X(10).
         03  SRT-ZAIKO-SURYO      PIC S9(07).
         03  SRT-SIIRE-COD        PIC  X(06).
         03  SRT-KEIKA-DAYS       PIC  9(05).
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE             SECTION.
       01  LOT-END-FLG            PIC  X(1)          VALUE  "0".
       01  SRT-END-FLG            PIC  X(1)          VALUE  "0".
       01  LOT-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  HORYU-CNT              PIC S9(9)  COMP-3  VALUE  +0.
       01  TAIRYU-CNT             PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT       PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    滞留日数と経過日数（処理日−隔離開始日）
       01  WK-TAIRYU-DAYS         PIC  9(03)          VALUE  7.
       01  WK-KEIKA-DAYS          PIC S9(05)          VALUE  ZERO.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(24)  VALUE
                    "受入検査滞留ロットリスト".
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
         02  FILLER               PIC  X(55)  VALUE  SPACE.
      *  小見出し
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(8)   VALUE  "商品番号".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "商品名".
         02  FILLER               PIC  X(16)  VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "倉庫".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "ロット番号".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "検査待ち数".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "隔離開始".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "経過日数".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "仕入先".
         02  FILLER               PIC  X(47)  VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  D1-SHOHIN-MEI        PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-WHS-COD           PIC  X(2).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-LOT-NO            PIC  X(10).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-ZAIKO             PIC  Z,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-HORYU-DATE        PIC  9(08).
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  D1-KEIKA-DAYS        PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-SIIRE-COD         PIC  X(6).
         02  FILLER               PIC  X(47)  VALUE  SPACE.
      *
      ********************************************************
      *  受入検査滞留ロットリスト作成（隔離開始日の古い順に印字）
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           SORT  SRT-FILE
             ON  ASCENDING  KEY  SRT-HORYU-DATE  IN  SRT-REC
                                 SRT-SHOHIN-NO   IN  SRT-REC
                                 SRT-WHS-COD     IN  SRT-REC
             INPUT   PROCEDURE  TAIRYU-SEL-RTN
             OUTPUT  PROCEDURE  INSATU-CTL-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（滞留日数を読む）
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KJBM370 START ***".
           OPEN  INPUT   LOT-FILE.
           OPEN  INPUT   IMF-FILE.
           OPEN  INPUT   PRM-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           MOVE  "KJ-KENSA-DAYS"  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  (CFPRM-EFF-DATE  =  ZERO
                    OR  CFPRM-EFF-DATE  <=  WK-PC-DATE8)
                 AND  CFPRM-VALUE  (1:3)  IS  NUMERIC
                   MOVE  CFPRM-VALUE  (1:3)  TO  WK-TAIRYU-DAYS
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  滞留ロット選別処理（入力側）
      ********************************************************
       TAIRYU-SEL-RTN             SECTION.
           PERFORM  LOT-READ-RTN.
           PERFORM  SENBETU-RTN  UNTIL  LOT-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  ロット別在庫入力処理
      ********************************************************
       LOT-READ-RTN               SECTION.
           READ  LOT-FILE  NEXT
             AT  END
               MOVE  "1"  TO  LOT-END-FLG
             NOT  AT  END
               ADD  +1  TO  LOT-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  選別処理（検査待ちで残数があり、隔離開始日からの経過
      *  日数が滞留日数を超えたロットをソートへ渡す）
      ********************************************************
       SENBETU-RTN                SECTION.
           IF  CFLOT-KENSA-KBN  NOT  =  "H"
             OR  CFLOT-ZAIKO-SURYO  NOT  >  ZERO
               GO  TO  NEXT-READ
           END-IF.
           ADD  +1  TO  HORYU-CNT.
           IF  CFLOT-HORYU-DATE  =  ZERO
             MOVE  ZERO  TO  WK-KEIKA-DAYS
           ELSE
             COMPUTE  WK-KEIKA-DAYS  =
                      FUNCTION  INTEGER-OF-DATE  (WK-PC-DATE8)
                      -  FUNCTION  INTEGER-OF-DATE  (CFLOT-HORYU-DATE)
           END-IF.
           IF  WK-KEIKA-DAYS  >  WK-TAIRYU-DAYS
             MOVE  CFLOT-HORYU-DATE   TO  SRT-HORYU-DATE  IN SRT-REC
             MOVE  CFLOT-SHOHIN-NO    TO  SRT-SHOHIN-NO   IN SRT-REC
             MOVE  CFLOT-WHS-COD      TO  SRT-WHS-COD     IN SRT-REC
             MOVE  CFLOT-LOT-NO       TO  SRT-LOT-NO      IN SRT-REC
             MOVE  CFLOT-ZAIKO-SURYO  TO
                   SRT-ZAIKO-SURYO  IN  SRT-REC
             MOVE  CFLOT-SIIRE-COD    TO  SRT-SIIRE-COD   IN SRT-REC
             MOVE  WK-KEIKA-DAYS      TO  SRT-KEIKA-DAYS  IN SRT-REC
             RELEASE  SRT-REC
             ADD  +1  TO  TAIRYU-CNT
           END-IF.
       NEXT-READ.
           PERFORM  LOT-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  印刷制御処理（出力側）
      ********************************************************
       INSATU-CTL-RTN             SECTION.
           PERFORM  RETURN-RTN.
           PERFORM  INSATU-RTN  UNTIL  SRT-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  ソート済みファイル入力処理
      ********************************************************
       RETURN-RTN                 SECTION.
           RETURN  SRT-FILE
             AT  END
               MOVE  "1"  TO  SRT-END-FLG
           END-RETURN.
       EXT.
           EXIT.
      ********************************************************
      *  印刷処理
      ********************************************************
       INSATU-RTN                 SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           PERFORM  MEISAI-RTN.
           PERFORM  RETURN-RTN.
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
      *  明細印刷処理（商品名は商品マスタから転記し、マスタ未
      *  登録の商品は空白のまま印字する）
      ********************************************************
       MEISAI-RTN                 SECTION.
           MOVE  SRT-SHOHIN-NO  IN  SRT-REC  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               MOVE  SPACE  TO  D1-SHOHIN-MEI
             NOT  INVALID  KEY
               MOVE  CFSHO-SHOHIN-MEI  TO  D1-SHOHIN-MEI
           END-READ.
           MOVE  SRT-SHOHIN-NO    IN  SRT-REC  TO  D1-SHOHIN-NO.
           MOVE  SRT-WHS-COD      IN  SRT-REC  TO  D1-WHS-COD.
           MOVE  SRT-LOT-NO       IN  SRT-REC  TO  D1-LOT-NO.
           MOVE  SRT-ZAIKO-SURYO  IN  SRT-REC  TO  D1-ZAIKO.
           MOVE  SRT-HORYU-DATE   IN  SRT-REC  TO  D1-HORYU-DATE.
           MOVE  SRT-KEIKA-DAYS   IN  SRT-REC  TO  D1-KEIKA-DAYS.
           MOVE  SRT-SIIRE-COD    IN  SRT-REC  TO  D1-SIIRE-COD.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  LOT-FILE  IMF-FILE  PRM-FILE  OEF-FILE.
           DISPLAY  "*** LOT-CNT="  LOT-CNT.
           DISPLAY  "*** HORYU="    HORYU-CNT.
           DISPLAY  "*** TAIRYU="   TAIRYU-CNT.
           DISPLAY  "*** KJBM370  END ***".
       EXT.
           EXIT.
