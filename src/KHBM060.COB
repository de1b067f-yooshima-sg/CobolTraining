       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KHBM060.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：発注
      *  プログラム名      ：仕入先返品未精算エージングリスト作成
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    仕入先デビットノート（KHCF060）のうち未精算（状態"0"）
      *    の返品を仕入先・返品番号順にソートし、返品出荷日から
      *    の経過日数で年齢区分（３０日以内／６０日以内／９０日
      *    以内／９０日超）の欄へ未精算額（控除額−相殺済額）を
      *    振り分けて印字する。仕入先ごとに区分別の小計を付け、
      *    最後に総合計を印字する。購買担当が仕入先へ精算を督促
      *    するのに使う
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  DBN-FILE  ASSIGN  TO  EXTERNAL  DBN
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  DBN-KEY.
           SELECT  SIR-FILE  ASSIGN  TO  EXTERNAL  SIR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSIR-SIIRE-COD.
           SELECT  SRT-FILE  ASSIGN  TO  SRTWK01.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  DBN-FILE.
       01  DBN-REC.
           COPY  KHCF060.
       FD  SIR-FILE.
       01  SIR-REC.
           COPY  KCCFSIR.
       SD  SRT-FILE.
       01  SRT-REC.
         03  SRT-SIIRE-COD        PIC  X(06).
         03  SRT-RTV-NO           PIC  9(06).
         03  SRT-RTV-DATE         PIC  9(08).
         03  SRT-PO-NO            PIC  9(06).
         03  SRT-PO-GYO           PIC  9(02).
         03  SRT-SHOHIN-NO        PIC  X(05).
         03  SRT-SURYO            PIC  9(07).
         03  SRT-ZAN-GAKU         PIC S9(09).
         03  SRT-AGE-DAYS         PIC  9(05).
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE             SECTION.
       01  DBN-END-FLG            PIC  X(1)          VALUE  "0".
       01  SRT-END-FLG            PIC  X(1)          VALUE  "0".
       01  DBN-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  MISEISAN-CNT           PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT       PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
       01  WK-TODAY-INT           PIC  9(08)          VALUE  ZERO.
       01  WK-AGE-DAYS            PIC S9(06)          VALUE  ZERO.
       01  WK-ZAN-GAKU            PIC S9(09)          VALUE  ZERO.
      *    年齢区分（1＝３０日以内〜4＝９０日超）
       01  WK-BKT-IDX             PIC  9(01)          VALUE  ZERO.
      *    仕入先ブレイク制御・区分別小計・総合計
       01  WK-BREAK-SIIRE-COD     PIC  X(06)          VALUE  SPACE.
       01  WK-SIIRE-KEI-TBL.
         02  WK-SIIRE-KEI         PIC S9(11)  COMP-3
                                  OCCURS  4  TIMES.
       01  WK-SOU-KEI-TBL.
         02  WK-SOU-KEI           PIC S9(11)  COMP-3
                                  OCCURS  4  TIMES.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(36)  VALUE
                    "仕入先返品未精算エージングリスト".
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
         02  FILLER               PIC  X(43)  VALUE  SPACE.
      *  小見出し
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(6)   VALUE  "仕入先".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "返品番号".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "返品日付".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "元発注".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "商品番号".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "返品数量".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "経過日数".
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "３０日以内".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "６０日以内".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "９０日以内".
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "９０日超".
         02  FILLER               PIC  X(10)  VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-SIIRE-COD         PIC  X(6).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-RTV-NO            PIC  9(06).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-RTV-DATE          PIC  9(08).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-PO-NO             PIC  9(06).
         02  FILLER               PIC  X(1)   VALUE  "-".
         02  D1-PO-GYO            PIC  9(02).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  D1-SURYO             PIC  Z,ZZZ,ZZ9.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-AGE-DAYS          PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-BKT-GAKU          PIC  ZZZ,ZZZ,ZZ9-
                                  BLANK  WHEN  ZERO
                                  OCCURS  4  TIMES.
         02  FILLER               PIC  X(20)  VALUE  SPACE.
      *  仕入先小計・総合計
       01  D2-SHOKEI.
         02  FILLER               PIC  X(8)   VALUE  SPACE.
         02  D2-MIDASHI           PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-SIIRE-MEI         PIC  X(20).
         02  FILLER               PIC  X(17)  VALUE  SPACE.
         02  D2-BKT-GAKU          PIC  ZZZ,ZZZ,ZZ9-
                                  OCCURS  4  TIMES.
         02  FILLER               PIC  X(20)  VALUE  SPACE.
      *
      ********************************************************
      *  仕入先返品未精算エージングリスト作成（仕入先・返品番号
      *  順にソートして印字）
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           SORT  SRT-FILE
             ON  ASCENDING  KEY  SRT-SIIRE-COD  IN  SRT-REC
                                 SRT-RTV-NO     IN  SRT-REC
             INPUT   PROCEDURE  MISEISAN-SEL-RTN
             OUTPUT  PROCEDURE  INSATU-CTL-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KHBM060 START ***".
           OPEN  INPUT   DBN-FILE.
           OPEN  INPUT   SIR-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           COMPUTE  WK-TODAY-INT  =
                    FUNCTION  INTEGER-OF-DATE  (WK-PC-DATE8).
           INITIALIZE  WK-SIIRE-KEI-TBL  WK-SOU-KEI-TBL.
       EXT.
           EXIT.
      ********************************************************
      *  未精算選別処理（入力側。状態"0"で未精算額の残る返品
      *  だけを経過日数を付けてソートへ渡す）
      ********************************************************
       MISEISAN-SEL-RTN           SECTION.
           PERFORM  DBN-READ-RTN.
           PERFORM  SENBETU-RTN  UNTIL  DBN-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  デビットノート入力処理
      ********************************************************
       DBN-READ-RTN               SECTION.
           READ  DBN-FILE  NEXT
             AT  END
               MOVE  "1"  TO  DBN-END-FLG
             NOT  AT  END
               ADD  +1  TO  DBN-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  選別処理
      ********************************************************
       SENBETU-RTN                SECTION.
           COMPUTE  WK-ZAN-GAKU  =  DBN-KINGAKU  -  DBN-SOSAI-GAKU.
           IF  DBN-STATUS  =  "0"
             AND  WK-ZAN-GAKU  >  ZERO
             IF  DBN-RTV-DATE  NOT  =  ZERO
               COMPUTE  WK-AGE-DAYS  =  WK-TODAY-INT  -
                        FUNCTION  INTEGER-OF-DATE  (DBN-RTV-DATE)
             ELSE
               MOVE  ZERO  TO  WK-AGE-DAYS
             END-IF
             IF  WK-AGE-DAYS  <  ZERO
               MOVE  ZERO  TO  WK-AGE-DAYS
             END-IF
             IF  WK-AGE-DAYS  >  99999
               MOVE  99999  TO  WK-AGE-DAYS
             END-IF
             MOVE  DBN-SIIRE-COD  TO  SRT-SIIRE-COD  IN  SRT-REC
             MOVE  DBN-RTV-NO     TO  SRT-RTV-NO     IN  SRT-REC
             MOVE  DBN-RTV-DATE   TO  SRT-RTV-DATE   IN  SRT-REC
             MOVE  DBN-PO-NO      TO  SRT-PO-NO      IN  SRT-REC
             MOVE  DBN-PO-GYO     TO  SRT-PO-GYO     IN  SRT-REC
             MOVE  DBN-SHOHIN-NO  TO  SRT-SHOHIN-NO  IN  SRT-REC
             MOVE  DBN-SURYO      TO  SRT-SURYO      IN  SRT-REC
             MOVE  WK-ZAN-GAKU    TO  SRT-ZAN-GAKU   IN  SRT-REC
             MOVE  WK-AGE-DAYS    TO  SRT-AGE-DAYS   IN  SRT-REC
             RELEASE  SRT-REC
             ADD  +1  TO  MISEISAN-CNT
           END-IF.
           PERFORM  DBN-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  印刷制御処理（出力側）
      ********************************************************
       INSATU-CTL-RTN             SECTION.
           PERFORM  RETURN-RTN.
           PERFORM  INSATU-RTN  UNTIL  SRT-END-FLG  =  "1".
           IF  WK-BREAK-SIIRE-COD  NOT  =  SPACE
             PERFORM  SHOKEI-RTN
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
      *  印刷処理
      ********************************************************
       INSATU-RTN                 SECTION.
           IF  SRT-SIIRE-COD  IN  SRT-REC  NOT  =  WK-BREAK-SIIRE-COD
             IF  WK-BREAK-SIIRE-COD  NOT  =  SPACE
               PERFORM  SHOKEI-RTN
             END-IF
             MOVE  SRT-SIIRE-COD  IN  SRT-REC
               TO  WK-BREAK-SIIRE-COD
           END-IF.
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
      *  明細印刷処理（未精算額を経過日数の年齢区分の欄へ印字
      *  する）
      ********************************************************
       MEISAI-RTN                 SECTION.
           EVALUATE  TRUE
             WHEN  SRT-AGE-DAYS  IN  SRT-REC  <=  30
               MOVE  1  TO  WK-BKT-IDX
             WHEN  SRT-AGE-DAYS  IN  SRT-REC  <=  60
               MOVE  2  TO  WK-BKT-IDX
             WHEN  SRT-AGE-DAYS  IN  SRT-REC  <=  90
               MOVE  3  TO  WK-BKT-IDX
             WHEN  OTHER
               MOVE  4  TO  WK-BKT-IDX
           END-EVALUATE.
           MOVE  SRT-SIIRE-COD  IN  SRT-REC  TO  D1-SIIRE-COD.
           MOVE  SRT-RTV-NO     IN  SRT-REC  TO  D1-RTV-NO.
           MOVE  SRT-RTV-DATE   IN  SRT-REC  TO  D1-RTV-DATE.
           MOVE  SRT-PO-NO      IN  SRT-REC  TO  D1-PO-NO.
           MOVE  SRT-PO-GYO     IN  SRT-REC  TO  D1-PO-GYO.
           MOVE  SRT-SHOHIN-NO  IN  SRT-REC  TO  D1-SHOHIN-NO.
           MOVE  SRT-SURYO      IN  SRT-REC  TO  D1-SURYO.
           MOVE  SRT-AGE-DAYS   IN  SRT-REC  TO  D1-AGE-DAYS.
           MOVE  ZERO   TO  D1-BKT-GAKU  (1)  D1-BKT-GAKU  (2)
                            D1-BKT-GAKU  (3)  D1-BKT-GAKU  (4).
           MOVE  SRT-ZAN-GAKU  IN  SRT-REC
             TO  D1-BKT-GAKU  (WK-BKT-IDX).
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
           ADD  SRT-ZAN-GAKU  IN  SRT-REC
             TO  WK-SIIRE-KEI  (WK-BKT-IDX).
       EXT.
           EXIT.
      ********************************************************
      *  仕入先小計印刷処理（仕入先名は仕入先マスタから転記する）
      ********************************************************
       SHOKEI-RTN                 SECTION.
           MOVE  WK-BREAK-SIIRE-COD  TO  CFSIR-SIIRE-COD.
           READ  SIR-FILE
             INVALID  KEY
               MOVE  SPACE  TO  D2-SIIRE-MEI
             NOT  INVALID  KEY
               MOVE  CFSIR-SIIRE-MEI  TO  D2-SIIRE-MEI
           END-READ.
           MOVE  "（仕入先計）"  TO  D2-MIDASHI.
           PERFORM  SHOKEI-SET-RTN
             VARYING  WK-BKT-IDX  FROM  1  BY  1
               UNTIL  WK-BKT-IDX  >  4.
           MOVE  D2-SHOKEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +2  TO  LINE-CNT.
           MOVE  SPACE  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
       EXT.
           EXIT.
      ********************************************************
      *  区分別小計の転記・総合計への積み上げ処理
      ********************************************************
       SHOKEI-SET-RTN             SECTION.
           MOVE  WK-SIIRE-KEI  (WK-BKT-IDX)
             TO  D2-BKT-GAKU  (WK-BKT-IDX).
           ADD   WK-SIIRE-KEI  (WK-BKT-IDX)
             TO  WK-SOU-KEI  (WK-BKT-IDX).
           MOVE  +0  TO  WK-SIIRE-KEI  (WK-BKT-IDX).
       EXT.
           EXIT.
      ********************************************************
      *  総合計印刷処理
      ********************************************************
       SOUKEI-RTN                 SECTION.
           MOVE  "（総合計）"  TO  D2-MIDASHI.
           MOVE  SPACE  TO  D2-SIIRE-MEI.
           PERFORM  SOUKEI-SET-RTN
             VARYING  WK-BKT-IDX  FROM  1  BY  1
               UNTIL  WK-BKT-IDX  >  4.
           MOVE  D2-SHOKEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
       EXT.
           EXIT.
      ********************************************************
      *  区分別総合計の転記処理
      ********************************************************
       SOUKEI-SET-RTN             SECTION.
           MOVE  WK-SOU-KEI  (WK-BKT-IDX)
             TO  D2-BKT-GAKU  (WK-BKT-IDX).
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  DBN-FILE  SIR-FILE  OEF-FILE.
           DISPLAY  "*** DBN-CNT="     DBN-CNT.
           DISPLAY  "*** MISEISAN="    MISEISAN-CNT.
           DISPLAY  "*** KHBM060  END ***".
       EXT.
           EXIT.
