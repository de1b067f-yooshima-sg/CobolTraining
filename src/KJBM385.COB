       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KJBM385.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：受注
      *  プログラム名      ：補充移動リスト作成
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    棚番マスタ（KCCFBIN）を順読みし、ピック棚の容量を登録
      *    した商品のうち、ピック棚の数量（倉庫在庫−保管棚数量の
      *    合計）が補充点以下になったものについて、ピック棚の
      *    容量まで保管棚から登録順に補充する移動を指示する。
      *    移動指示を出した分は保管棚の保管数量から減算する
      *    （ピック棚の数量は倉庫在庫からの差し引きで求めるため
      *    補充分だけ増える）。補充移動リストは倉庫・ピッキング
      *    順路順に印字し、倉庫係が出荷ピッキングの前に補充する
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  BIN-FILE  ASSIGN  TO  EXTERNAL  BIN
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  CFBIN-KEY.
           SELECT  IMF-FILE  ASSIGN  TO  EXTERNAL  IMF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  SRT-FILE  ASSIGN  TO  SRTWK01.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  BIN-FILE.
       01  BIN-REC.
           COPY  KCCFBIN.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       SD  SRT-FILE.
       01  SRT-REC.
         03  SRT-WHS-COD          PIC  X(02).
         03  SRT-PICK-SEQ         PIC  9(04).
         03  SRT-SHOHIN-NO        PIC  X(05).
         03  SRT-HOKAN-GYO        PIC  9(01).
         03  SRT-FROM-TANA        PIC  X(06).
         03  SRT-TO-TANA          PIC  X(06).
         03  SRT-IDO-SURYO        PIC  9(07).
         03  SRT-PICK-MAE         PIC  9(07).
         03  SRT-HOJU-TEN         PIC  9(07).
         03  SRT-TANA-YORYO       PIC  9(07).
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE             SECTION.
       01  BIN-END-FLG            PIC  X(1)          VALUE  "0".
       01  SRT-END-FLG            PIC  X(1)          VALUE  "0".
       01  BIN-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  HOJU-CNT               PIC S9(9)  COMP-3  VALUE  +0.
       01  IDO-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT       PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    倉庫在庫・保管棚数量合計・ピック棚の数量と補充必要数
       01  WK-HOKAN-IDX           PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-ZAIKO               PIC S9(09)          VALUE  ZERO.
       01  WK-HOKAN-GOKEI         PIC S9(09)          VALUE  ZERO.
       01  WK-PICK-SURYO          PIC S9(09)          VALUE  ZERO.
       01  WK-HOJU-ZAN            PIC S9(09)          VALUE  ZERO.
       01  WK-IDO-SURYO           PIC S9(09)          VALUE  ZERO.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(14)  VALUE
                    "補充移動リスト".
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
         02  FILLER               PIC  X(65)  VALUE  SPACE.
      *  小見出し
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(4)   VALUE  "倉庫".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "順路".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "商品番号".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "商品名".
         02  FILLER               PIC  X(16)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "移動元".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "移動先".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "移動数量".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "補充前数".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "補充点".
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "容量".
         02  FILLER               PIC  X(34)  VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-WHS-COD           PIC  X(2).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-PICK-SEQ          PIC  9(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  D1-SHOHIN-MEI        PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-FROM-TANA         PIC  X(6).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-TO-TANA           PIC  X(6).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-IDO-SURYO         PIC  Z,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-PICK-MAE          PIC  Z,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-HOJU-TEN          PIC  Z,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TANA-YORYO        PIC  Z,ZZZ,ZZ9.
         02  FILLER               PIC  X(29)  VALUE  SPACE.
      *
      ********************************************************
      *  補充移動リスト作成（倉庫・ピッキング順路順に印字）
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           SORT  SRT-FILE
             ON  ASCENDING  KEY  SRT-WHS-COD    IN  SRT-REC
                                 SRT-PICK-SEQ   IN  SRT-REC
                                 SRT-SHOHIN-NO  IN  SRT-REC
                                 SRT-HOKAN-GYO  IN  SRT-REC
             INPUT   PROCEDURE  HOJU-SEL-RTN
             OUTPUT  PROCEDURE  INSATU-CTL-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KJBM385 START ***".
           OPEN  I-O     BIN-FILE.
           OPEN  INPUT   IMF-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
       EXT.
           EXIT.
      ********************************************************
      *  補充対象選別処理（入力側）
      ********************************************************
       HOJU-SEL-RTN               SECTION.
           PERFORM  BIN-READ-RTN.
           PERFORM  SENBETU-RTN  UNTIL  BIN-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  棚番マスタ入力処理
      ********************************************************
       BIN-READ-RTN               SECTION.
           READ  BIN-FILE  NEXT
             AT  END
               MOVE  "1"  TO  BIN-END-FLG
             NOT  AT  END
               ADD  +1  TO  BIN-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  選別処理（ピック棚の容量を登録し、保管棚に数量があり、
      *  ピック棚の数量が補充点以下の商品について補充数を求める。
      *  補充数は容量までの空きとし、保管棚に実際に残っている
      *  はずの数量（倉庫在庫−ピック棚の数量）を上限とする）
      ********************************************************
       SENBETU-RTN                SECTION.
           IF  CFBIN-TANA-YORYO  =  ZERO
             GO  TO  NEXT-READ
           END-IF.
           MOVE  ZERO  TO  WK-HOKAN-GOKEI.
           PERFORM  HOKAN-GOKEI-RTN
             VARYING  WK-HOKAN-IDX  FROM  1  BY  1
               UNTIL  WK-HOKAN-IDX  >  3.
           IF  WK-HOKAN-GOKEI  =  ZERO
             GO  TO  NEXT-READ
           END-IF.
           MOVE  CFBIN-SHOHIN-NO  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               GO  TO  NEXT-READ
           END-READ.
           IF  CFBIN-WHS-COD  =  "02"
             MOVE  CFSHO-ZAIKO-SURYO-WH2  TO  WK-ZAIKO
           ELSE
             MOVE  CFSHO-ZAIKO-SURYO      TO  WK-ZAIKO
           END-IF.
           COMPUTE  WK-PICK-SURYO  =  WK-ZAIKO  -  WK-HOKAN-GOKEI.
           IF  WK-PICK-SURYO  <  ZERO
             MOVE  ZERO  TO  WK-PICK-SURYO
           END-IF.
           IF  WK-PICK-SURYO  >  CFBIN-HOJU-TEN
             GO  TO  NEXT-READ
           END-IF.
           COMPUTE  WK-HOJU-ZAN  =  CFBIN-TANA-YORYO  -  WK-PICK-SURYO.
           IF  WK-HOJU-ZAN  >  WK-ZAIKO  -  WK-PICK-SURYO
             COMPUTE  WK-HOJU-ZAN  =  WK-ZAIKO  -  WK-PICK-SURYO
           END-IF.
           IF  WK-HOJU-ZAN  NOT  >  ZERO
             GO  TO  NEXT-READ
           END-IF.
           ADD  +1  TO  HOJU-CNT.
           PERFORM  HOJU-IDO-RTN
             VARYING  WK-HOKAN-IDX  FROM  1  BY  1
               UNTIL  WK-HOKAN-IDX  >  3
                  OR  WK-HOJU-ZAN  =  ZERO.
           REWRITE  BIN-REC.
       NEXT-READ.
           PERFORM  BIN-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  保管棚数量合計処理
      ********************************************************
       HOKAN-GOKEI-RTN            SECTION.
           IF  CFBIN-HOKAN-TANA-NO  (WK-HOKAN-IDX)  NOT  =  SPACE
             ADD  CFBIN-HOKAN-SURYO  (WK-HOKAN-IDX)  TO  WK-HOKAN-GOKEI
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  補充移動処理（保管棚の数量の範囲で補充数を移し、保管
      *  数量から減算して移動指示をソートへ渡す）
      ********************************************************
       HOJU-IDO-RTN               SECTION.
           IF  CFBIN-HOKAN-TANA-NO  (WK-HOKAN-IDX)  =  SPACE
             OR  CFBIN-HOKAN-SURYO  (WK-HOKAN-IDX)  =  ZERO
               GO  TO  EXT
           END-IF.
           IF  CFBIN-HOKAN-SURYO  (WK-HOKAN-IDX)  <  WK-HOJU-ZAN
             MOVE  CFBIN-HOKAN-SURYO  (WK-HOKAN-IDX)  TO  WK-IDO-SURYO
           ELSE
             MOVE  WK-HOJU-ZAN  TO  WK-IDO-SURYO
           END-IF.
           SUBTRACT  WK-IDO-SURYO
             FROM  CFBIN-HOKAN-SURYO  (WK-HOKAN-IDX).
           SUBTRACT  WK-IDO-SURYO  FROM  WK-HOJU-ZAN.
           MOVE  CFBIN-WHS-COD     TO  SRT-WHS-COD     IN  SRT-REC.
           MOVE  CFBIN-PICK-SEQ    TO  SRT-PICK-SEQ    IN  SRT-REC.
           MOVE  CFBIN-SHOHIN-NO   TO  SRT-SHOHIN-NO   IN  SRT-REC.
           MOVE  WK-HOKAN-IDX      TO  SRT-HOKAN-GYO   IN  SRT-REC.
           MOVE  CFBIN-HOKAN-TANA-NO  (WK-HOKAN-IDX)
             TO  SRT-FROM-TANA  IN  SRT-REC.
           MOVE  CFBIN-TANA-NO     TO  SRT-TO-TANA     IN  SRT-REC.
           MOVE  WK-IDO-SURYO      TO  SRT-IDO-SURYO   IN  SRT-REC.
           MOVE  WK-PICK-SURYO     TO  SRT-PICK-MAE    IN  SRT-REC.
           MOVE  CFBIN-HOJU-TEN    TO  SRT-HOJU-TEN    IN  SRT-REC.
           MOVE  CFBIN-TANA-YORYO  TO  SRT-TANA-YORYO  IN  SRT-REC.
           RELEASE  SRT-REC.
           ADD  +1  TO  IDO-CNT.
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
      *  明細印刷処理（商品名は商品マスタから転記する）
      ********************************************************
       MEISAI-RTN                 SECTION.
           MOVE  SRT-SHOHIN-NO  IN  SRT-REC  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               MOVE  SPACE  TO  D1-SHOHIN-MEI
             NOT  INVALID  KEY
               MOVE  CFSHO-SHOHIN-MEI  TO  D1-SHOHIN-MEI
           END-READ.
           MOVE  SRT-WHS-COD     IN  SRT-REC  TO  D1-WHS-COD.
           MOVE  SRT-PICK-SEQ    IN  SRT-REC  TO  D1-PICK-SEQ.
           MOVE  SRT-SHOHIN-NO   IN  SRT-REC  TO  D1-SHOHIN-NO.
           MOVE  SRT-FROM-TANA   IN  SRT-REC  TO  D1-FROM-TANA.
           MOVE  SRT-TO-TANA     IN  SRT-REC  TO  D1-TO-TANA.
           MOVE  SRT-IDO-SURYO   IN  SRT-REC  TO  D1-IDO-SURYO.
           MOVE  SRT-PICK-MAE    IN  SRT-REC  TO  D1-PICK-MAE.
           MOVE  SRT-HOJU-TEN    IN  SRT-REC  TO  D1-HOJU-TEN.
           MOVE  SRT-TANA-YORYO  IN  SRT-REC  TO  D1-TANA-YORYO.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  BIN-FILE  IMF-FILE  OEF-FILE.
           DISPLAY  "*** BIN-CNT="   BIN-CNT.
           DISPLAY  "*** HOJU-CNT="  HOJU-CNT.
           DISPLAY  "*** IDO-CNT="   IDO-CNT.
           DISPLAY  "*** KJBM385  END ***".
       EXT.
           EXIT.
