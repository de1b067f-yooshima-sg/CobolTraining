       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KJBM390.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：受注
      *  プログラム名      ：ピッキング生産性・精度レポート作成
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    ピッキング実績取込（KJBM255）が書き出した日々のピッキ
      *    ング作業実績（KJCF330を連結したもの）から対象週７日分
      *    を選び、倉庫・ピッカー順にソートして、ピッカーごとに
      *    ピッキング行数・数量・作業時間・１時間当たり行数・
      *    不一致件数・短出荷件数・誤り率を印字する。倉庫ごとに
      *    倉庫計、最後に総合計を付ける。作業時間は実績１行ごとの
      *    開始〜終了時刻の合計（日をまたぐ場合は翌日の終了とみな
      *    す。時刻の無い実績は時間に含めない）。誤り率は不一致と
      *    短出荷の合計を行数で割った率（％）。ピッカー名は操作者
      *    マスタ（KCCFOPR）から転記する
      *    対象週は環境変数KJBM390_DATE（週の最終日YYYYMMDD、
      *    省略・非数字は処理日）から遡る７日間
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  PKL-FILE  ASSIGN  TO  EXTERNAL  PKL.
           SELECT  OPR-FILE  ASSIGN  TO  EXTERNAL  OPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFOPR-USER-ID.
           SELECT  SRT-FILE  ASSIGN  TO  SRTWK01.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  PKL-FILE.
       01  PKL-REC.
           COPY  KJCF330.
       FD  OPR-FILE.
       01  OPR-REC.
           COPY  KCCFOPR.
       SD  SRT-FILE.
       01  SRT-REC.
         03  SRT-WHS-COD          PIC  X(02).
         03  SRT-PICKER-ID        PIC  X(08).
         03  SRT-SURYO            PIC  9(07).
         03  SRT-BYOSU            PIC  9(05).
         03  SRT-KEKKA-KBN        PIC  X(01).
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE             SECTION.
       01  PKL-END-FLG            PIC  X(1)          VALUE  "0".
       01  SRT-END-FLG            PIC  X(1)          VALUE  "0".
       01  PKL-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  TAISHO-CNT             PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT       PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    対象週（環境変数KJBM390_DATE。省略・非数字は処理日）
       01  WK-TO-DATE-X           PIC  X(08)          VALUE  SPACE.
       01  WK-TO-DATE             PIC  9(08)          VALUE  ZERO.
       01  WK-FROM-DATE           PIC  9(08)          VALUE  ZERO.
      *    作業時間算出用（時刻を秒へ換算）
       01  WK-JIKOKU              PIC  9(06)          VALUE  ZERO.
       01  WK-JIKOKU-R  REDEFINES  WK-JIKOKU.
         03  WK-JIKOKU-HH         PIC  9(02).
         03  WK-JIKOKU-MM         PIC  9(02).
         03  WK-JIKOKU-SS         PIC  9(02).
       01  WK-START-BYO           PIC S9(07)          VALUE  ZERO.
       01  WK-END-BYO             PIC S9(07)          VALUE  ZERO.
       01  WK-BYOSU               PIC S9(07)          VALUE  ZERO.
      *    集計（1＝ピッカー、2＝倉庫計、3＝総合計）
       01  WK-KEI-IDX             PIC  9(01)          VALUE  ZERO.
       01  WK-KEI-TBL.
         02  WK-KEI               OCCURS  3  TIMES.
           03  WK-KEI-GYO         PIC S9(9)   COMP-3.
           03  WK-KEI-SURYO       PIC S9(11)  COMP-3.
           03  WK-KEI-BYOSU       PIC S9(11)  COMP-3.
           03  WK-KEI-FUGO        PIC S9(9)   COMP-3.
           03  WK-KEI-TAN         PIC S9(9)   COMP-3.
      *    率の計算
       01  WK-JIKAN               PIC S9(7)V99        VALUE  ZERO.
       01  WK-GYO-JI              PIC S9(7)V9         VALUE  ZERO.
       01  WK-AYAMARI             PIC S9(5)V99        VALUE  ZERO.
      *    ブレイク制御
       01  WK-BREAK-WHS-COD       PIC  X(02)          VALUE  LOW-VALUE.
       01  WK-BREAK-PICKER-ID     PIC  X(08)          VALUE  LOW-VALUE.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(30)  VALUE
                    "ピッキング生産性・精度レポート".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "期間".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-FROM-DATE         PIC  9(08).
         02  FILLER               PIC  X(3)   VALUE  " - ".
         02  H1-TO-DATE           PIC  9(08).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "DATE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-DATE              PIC  9(08).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "PAGE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-PAGE-NO           PIC  Z,ZZ9.
         02  FILLER               PIC  X(22)  VALUE  SPACE.
      *  小見出し
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(4)   VALUE  "倉庫".
         02  FILLER               PIC  X(8)   VALUE  "ピッカー".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "氏名".
         02  FILLER               PIC  X(21)  VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "行数".
         02  FILLER               PIC  X(8)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "数量".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  FILLER               PIC  X(7)   VALUE  "時間(H)".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "行／時".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "不一致".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "短出荷".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  FILLER               PIC  X(7)   VALUE  "誤り率%".
         02  FILLER               PIC  X(38)  VALUE  SPACE.
      *  明細（ピッカー別・倉庫計・総合計）
       01  D1-MEISAI.
         02  D1-WHS-COD           PIC  X(2).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-PICKER-ID         PIC  X(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-PICKER-MEI        PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-GYO               PIC  ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SURYO             PIC  ZZ,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-JIKAN             PIC  ZZ9.99.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-GYO-JI            PIC  ZZ,ZZ9.9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-FUGO              PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TAN               PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-AYAMARI           PIC  ZZ9.99.
         02  FILLER               PIC  X(38)  VALUE  SPACE.
      *
      ********************************************************
      *  ピッキング生産性・精度レポート作成（倉庫・ピッカー順に
      *  ソートして集計・印字）
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           SORT  SRT-FILE
             ON  ASCENDING  KEY  SRT-WHS-COD    IN  SRT-REC
                                 SRT-PICKER-ID  IN  SRT-REC
             INPUT   PROCEDURE  PKL-SEL-RTN
             OUTPUT  PROCEDURE  INSATU-CTL-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（対象週を決める）
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KJBM390 START ***".
           OPEN  INPUT   PKL-FILE.
           OPEN  INPUT   OPR-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           ACCEPT  WK-TO-DATE-X  FROM  ENVIRONMENT
                   "KJBM390_DATE".
           IF  WK-TO-DATE-X  IS  NUMERIC
             MOVE  WK-TO-DATE-X  TO  WK-TO-DATE
           ELSE
             MOVE  WK-PC-DATE8   TO  WK-TO-DATE
           END-IF.
           COMPUTE  WK-FROM-DATE  =  FUNCTION  DATE-OF-INTEGER
                    (FUNCTION  INTEGER-OF-DATE  (WK-TO-DATE)  -  6).
           MOVE  WK-PC-DATE8   TO  H1-DATE.
           MOVE  WK-FROM-DATE  TO  H1-FROM-DATE.
           MOVE  WK-TO-DATE    TO  H1-TO-DATE.
           INITIALIZE  WK-KEI-TBL.
       EXT.
           EXIT.
      ********************************************************
      *  作業実績選別処理（入力側。対象週の実績に作業秒数を付けて
      *  ソートへ渡す）
      ********************************************************
       PKL-SEL-RTN                SECTION.
           PERFORM  PKL-READ-RTN.
           PERFORM  SENBETU-RTN  UNTIL  PKL-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  作業実績入力処理
      ********************************************************
       PKL-READ-RTN               SECTION.
           READ  PKL-FILE
             AT  END
               MOVE  "1"  TO  PKL-END-FLG
             NOT  AT  END
               ADD  +1  TO  PKL-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  選別処理
      ********************************************************
       SENBETU-RTN                SECTION.
           IF  PKL-PICK-DATE  <  WK-FROM-DATE
             OR  PKL-PICK-DATE  >  WK-TO-DATE
               GO  TO  NEXT-READ
           END-IF.
           PERFORM  BYOSU-RTN.
           MOVE  PKL-WHS-COD     TO  SRT-WHS-COD    IN  SRT-REC.
           MOVE  PKL-PICKER-ID   TO  SRT-PICKER-ID  IN  SRT-REC.
           MOVE  PKL-SURYO       TO  SRT-SURYO      IN  SRT-REC.
           MOVE  WK-BYOSU        TO  SRT-BYOSU      IN  SRT-REC.
           MOVE  PKL-KEKKA-KBN   TO  SRT-KEKKA-KBN  IN  SRT-REC.
           RELEASE  SRT-REC.
           ADD  +1  TO  TAISHO-CNT.
       NEXT-READ.
           PERFORM  PKL-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  作業秒数算出処理（終了が開始より前は日をまたいだとみな
      *  す。時刻の無い実績・時刻が不正な実績はゼロ）
      ********************************************************
       BYOSU-RTN                  SECTION.
           MOVE  ZERO  TO  WK-BYOSU.
           IF  PKL-START-TIME  =  ZERO
             OR  PKL-END-TIME  =  ZERO
             OR  PKL-START-TIME  NOT  NUMERIC
             OR  PKL-END-TIME  NOT  NUMERIC
               GO  TO  EXT
           END-IF.
           MOVE  PKL-START-TIME  TO  WK-JIKOKU.
           COMPUTE  WK-START-BYO  =  WK-JIKOKU-HH  *  3600
                                  +  WK-JIKOKU-MM  *  60
                                  +  WK-JIKOKU-SS.
           MOVE  PKL-END-TIME    TO  WK-JIKOKU.
           COMPUTE  WK-END-BYO    =  WK-JIKOKU-HH  *  3600
                                  +  WK-JIKOKU-MM  *  60
                                  +  WK-JIKOKU-SS.
           COMPUTE  WK-BYOSU  =  WK-END-BYO  -  WK-START-BYO.
           IF  WK-BYOSU  <  ZERO
             ADD  86400  TO  WK-BYOSU
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  印刷制御処理（出力側）
      ********************************************************
       INSATU-CTL-RTN             SECTION.
           PERFORM  RETURN-RTN.
           PERFORM  INSATU-RTN  UNTIL  SRT-END-FLG  =  "1".
           IF  WK-BREAK-WHS-COD  NOT  =  LOW-VALUE
             PERFORM  PICKER-KEI-RTN
             PERFORM  WHS-KEI-RTN
             PERFORM  SOUKEI-RTN
           END-IF.
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
      *  集計処理（倉庫・ピッカーが変われば集計行を印字する）
      ********************************************************
       INSATU-RTN                 SECTION.
           IF  SRT-WHS-COD  IN  SRT-REC  NOT  =  WK-BREAK-WHS-COD
             IF  WK-BREAK-WHS-COD  NOT  =  LOW-VALUE
               PERFORM  PICKER-KEI-RTN
               PERFORM  WHS-KEI-RTN
             END-IF
             MOVE  SRT-WHS-COD    IN  SRT-REC  TO  WK-BREAK-WHS-COD
             MOVE  SRT-PICKER-ID  IN  SRT-REC  TO  WK-BREAK-PICKER-ID
           END-IF.
           IF  SRT-PICKER-ID  IN  SRT-REC  NOT  =  WK-BREAK-PICKER-ID
             PERFORM  PICKER-KEI-RTN
             MOVE  SRT-PICKER-ID  IN  SRT-REC  TO  WK-BREAK-PICKER-ID
           END-IF.
           ADD  +1                         TO  WK-KEI-GYO    (1).
           ADD  SRT-SURYO  IN  SRT-REC     TO  WK-KEI-SURYO  (1).
           ADD  SRT-BYOSU  IN  SRT-REC     TO  WK-KEI-BYOSU  (1).
           IF  SRT-KEKKA-KBN  IN  SRT-REC  =  "1"
             ADD  +1  TO  WK-KEI-FUGO  (1)
           END-IF.
           IF  SRT-KEKKA-KBN  IN  SRT-REC  =  "2"
             ADD  +1  TO  WK-KEI-TAN   (1)
           END-IF.
           PERFORM  RETURN-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  ピッカー集計行印刷処理（ピッカー名は操作者マスタから
      *  転記する）
      ********************************************************
       PICKER-KEI-RTN             SECTION.
           MOVE  WK-BREAK-PICKER-ID  TO  CFOPR-USER-ID.
           READ  OPR-FILE
             INVALID  KEY
               MOVE  SPACE  TO  CFOPR-USER-MEI
           END-READ.
           MOVE  WK-BREAK-WHS-COD    TO  D1-WHS-COD.
           MOVE  WK-BREAK-PICKER-ID  TO  D1-PICKER-ID.
           MOVE  CFOPR-USER-MEI      TO  D1-PICKER-MEI.
           MOVE  1  TO  WK-KEI-IDX.
           PERFORM  KEI-PRINT-RTN.
           PERFORM  KEI-ADD-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  倉庫計印刷処理
      ********************************************************
       WHS-KEI-RTN                SECTION.
           MOVE  WK-BREAK-WHS-COD  TO  D1-WHS-COD.
           MOVE  SPACE             TO  D1-PICKER-ID.
           MOVE  "（倉庫計）"      TO  D1-PICKER-MEI.
           MOVE  2  TO  WK-KEI-IDX.
           PERFORM  KEI-PRINT-RTN.
           PERFORM  KEI-ADD-RTN.
           MOVE  SPACE  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  総合計印刷処理
      ********************************************************
       SOUKEI-RTN                 SECTION.
           MOVE  SPACE             TO  D1-WHS-COD.
           MOVE  SPACE             TO  D1-PICKER-ID.
           MOVE  "（総合計）"      TO  D1-PICKER-MEI.
           MOVE  3  TO  WK-KEI-IDX.
           PERFORM  KEI-PRINT-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  集計行編集・印刷処理（作業時間は時間単位、１時間当たり
      *  行数は作業時間のある場合のみ、誤り率は（不一致＋短出荷）
      *  ÷行数。欄に収まらない値は上限で止める）
      ********************************************************
       KEI-PRINT-RTN              SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  ZERO  TO  WK-JIKAN  WK-GYO-JI  WK-AYAMARI.
           IF  WK-KEI-BYOSU  (WK-KEI-IDX)  >  ZERO
             COMPUTE  WK-JIKAN  ROUNDED  =
                      WK-KEI-BYOSU  (WK-KEI-IDX)  /  3600
             COMPUTE  WK-GYO-JI  ROUNDED  =
                      WK-KEI-GYO  (WK-KEI-IDX)  *  3600  /
                      WK-KEI-BYOSU  (WK-KEI-IDX)
           END-IF.
           IF  WK-KEI-GYO  (WK-KEI-IDX)  >  ZERO
             COMPUTE  WK-AYAMARI  ROUNDED  =
                      (WK-KEI-FUGO  (WK-KEI-IDX)  +
                       WK-KEI-TAN   (WK-KEI-IDX))  *  100  /
                      WK-KEI-GYO  (WK-KEI-IDX)
           END-IF.
           IF  WK-JIKAN  >  999.99
             MOVE  999.99  TO  WK-JIKAN
           END-IF.
           IF  WK-GYO-JI  >  99999.9
             MOVE  99999.9  TO  WK-GYO-JI
           END-IF.
           MOVE  WK-KEI-GYO    (WK-KEI-IDX)  TO  D1-GYO.
           MOVE  WK-KEI-SURYO  (WK-KEI-IDX)  TO  D1-SURYO.
           MOVE  WK-JIKAN                    TO  D1-JIKAN.
           MOVE  WK-GYO-JI                   TO  D1-GYO-JI.
           MOVE  WK-KEI-FUGO   (WK-KEI-IDX)  TO  D1-FUGO.
           MOVE  WK-KEI-TAN    (WK-KEI-IDX)  TO  D1-TAN.
           MOVE  WK-AYAMARI                  TO  D1-AYAMARI.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  上位集計への積み上げ処理（積み上げた集計はクリアする）
      ********************************************************
       KEI-ADD-RTN                SECTION.
           ADD  WK-KEI-GYO    (WK-KEI-IDX)
             TO  WK-KEI-GYO    (WK-KEI-IDX  +  1).
           ADD  WK-KEI-SURYO  (WK-KEI-IDX)
             TO  WK-KEI-SURYO  (WK-KEI-IDX  +  1).
           ADD  WK-KEI-BYOSU  (WK-KEI-IDX)
             TO  WK-KEI-BYOSU  (WK-KEI-IDX  +  1).
           ADD  WK-KEI-FUGO   (WK-KEI-IDX)
             TO  WK-KEI-FUGO   (WK-KEI-IDX  +  1).
           ADD  WK-KEI-TAN    (WK-KEI-IDX)
             TO  WK-KEI-TAN    (WK-KEI-IDX  +  1).
           MOVE  +0  TO  WK-KEI-GYO    (WK-KEI-IDX)
                         WK-KEI-SURYO  (WK-KEI-IDX)
                         WK-KEI-BYOSU  (WK-KEI-IDX)
                         WK-KEI-FUGO   (WK-KEI-IDX)
                         WK-KEI-TAN    (WK-KEI-IDX).
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
           CLOSE  PKL-FILE  OPR-FILE  OEF-FILE.
           DISPLAY  "*** PKL-CNT="     PKL-CNT.
           DISPLAY  "*** TAISHO="      TAISHO-CNT.
           DISPLAY  "*** KJBM390  END ***".
       EXT.
           EXIT.
