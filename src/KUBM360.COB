       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM360.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：苦情分析月報作成
      * 作成日／作成者：２０２６年１０月１５日  システム技研
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *  苦情管理ファイル（KUCF210）のうち受付日が対象年月
      *  （KUBM360_YMで指定、省略時は実行月）の苦情を、苦情分類
      *  別・商品別・ロット別・運送会社別の４つの切り口で集計
      *  し、切り口ごとに改頁して印字する。各行に件数と分類別
      *  の内訳・重大件数・未完了件数を出し、商品・ロット・
      *  運送会社で同月に２件以上の苦情があったものには再発の
      *  印を付ける。商品・ロット・運送会社が記録されていない
      *  苦情はその切り口の集計から外す
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  CLM-FILE  ASSIGN  TO  EXTERNAL  CLM
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  CLM-NO.
           SELECT  SHO-FILE  ASSIGN  TO  EXTERNAL  SHO
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  CAR-FILE  ASSIGN  TO  EXTERNAL  CAR.
           SELECT  SRT-FILE  ASSIGN  TO  SRTWK01.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  CLM-FILE.
       01  CLM-REC.
           COPY  KUCF210.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY  KCCFSHO.
       FD  CAR-FILE.
       01  CAR-REC.
           COPY  KCCFCAR.
      *    集計区分（"1"＝分類、"2"＝商品、"3"＝ロット、"4"＝
      *    運送会社）と集計キー（ロットは商品＋ロット番号）
       SD  SRT-FILE.
       01  SRT-REC.
         03  SRT-SHUKEI-KBN       PIC  X(01).
         03  SRT-KEY.
           05  SRT-KEY-SHOHIN     PIC  X(05).
           05  SRT-KEY-LOT        PIC  X(10).
           05  SRT-KEY-CARRIER    PIC  X(02).
         03  SRT-BUNRUI-KBN       PIC  X(01).
         03  SRT-JUDO-KBN         PIC  X(01).
         03  SRT-STATUS           PIC  X(01).
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE            SECTION.
       01  CLM-END-FLG            PIC  X(1)          VALUE  "0".
       01  CAR-END-FLG            PIC  X(1)          VALUE  "0".
       01  SRT-END-FLG            PIC  X(1)          VALUE  "0".
       01  CLM-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  TGT-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT       PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    対象年月（KUBM360_YMで指定、省略時は実行月）
       01  WK-TGT-YM-X            PIC  X(06)          VALUE  SPACE.
       01  WK-TGT-YM              PIC  9(06)          VALUE  ZERO.
      *    運送会社名の表（運送会社マスタは地域・重量の行単位の
      *    ため、運送会社コードごとに最初の行の名称を控える）
       01  WK-CAR-CNT             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-CAR-MAX             PIC S9(4)  COMP-3  VALUE  +100.
       01  WK-CAR-IDX             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-CAR-HIT-IDX         PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-CAR-TBL.
         02  WK-CAR-ENT           OCCURS  100  TIMES.
           03  WK-CAR-COD         PIC  X(02).
           03  WK-CAR-MEI         PIC  X(20).
      *    集計の切れ目
       01  WK-SAVE-KBN            PIC  X(01)          VALUE  SPACE.
       01  WK-SAVE-KEY            PIC  X(17)          VALUE  SPACE.
       01  WK-SAVE-KEY-R  REDEFINES  WK-SAVE-KEY.
         02  WK-SAVE-SHOHIN       PIC  X(05).
         02  WK-SAVE-LOT          PIC  X(10).
         02  WK-SAVE-CARRIER      PIC  X(02).
      *    キー単位の件数（分類別内訳は１＝破損〜４＝品質、
      *    ５＝その他）
       01  WK-KENSU               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-JUDAI-KENSU         PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-MIKAN-KENSU         PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-BUNRUI-IDX          PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-BUNRUI-TBL.
         02  WK-BUNRUI-KENSU      PIC S9(5)  COMP-3  OCCURS  5  TIMES.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(20)  VALUE
                    "苦情分析月報".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "対象年月：".
         02  H1-TGT-YM            PIC  9(06).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "DATE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-DATE              PIC  9(08).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "PAGE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-PAGE-NO           PIC  Z,ZZ9.
         02  FILLER               PIC  X(40)  VALUE  SPACE.
      *  集計区分
       01  H2-KUBUN.
         02  FILLER               PIC  X(10)  VALUE  "集計区分：".
         02  H2-KBN-MEI           PIC  X(20).
         02  FILLER               PIC  X(105) VALUE  SPACE.
      *  小見出し
       01  H3-KOMIDASHI.
         02  FILLER               PIC  X(19)  VALUE  "コード".
         02  FILLER               PIC  X(22)  VALUE  "名称".
         02  FILLER               PIC  X(6)   VALUE  "  件数".
         02  FILLER               PIC  X(8)   VALUE  "    破損".
         02  FILLER               PIC  X(8)   VALUE  "    誤品".
         02  FILLER               PIC  X(8)   VALUE  "納期遅延".
         02  FILLER               PIC  X(8)   VALUE  "品質不良".
         02  FILLER               PIC  X(8)   VALUE  "  その他".
         02  FILLER               PIC  X(8)   VALUE  "    重大".
         02  FILLER               PIC  X(8)   VALUE  "  未完了".
         02  FILLER               PIC  X(32)  VALUE  SPACE.
      *  集計明細
       01  D1-MEISAI.
         02  D1-KEY               PIC  X(17).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-MEI               PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KENSU             PIC  ZZ,ZZ9.
         02  D1-BUNRUI-GRP        OCCURS  5  TIMES.
           03  FILLER             PIC  X(2).
           03  D1-BUNRUI-KENSU    PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-JUDAI-KENSU       PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-MIKAN-KENSU       PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SAIHATSU          PIC  X(6).
         02  FILLER               PIC  X(24)  VALUE  SPACE.
      *  対象件数
       01  D2-GOKEI.
         02  FILLER               PIC  X(14)  VALUE
                    "当月苦情件数：".
         02  D2-TGT-CNT           PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(115) VALUE  SPACE.
      *
      ********************************************************
      *  苦情分析月報作成（苦情１件を切り口ごとの集計レコードに
      *  分けてソートし、集計区分・キーの切れ目で印字する）
      ********************************************************
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           SORT  SRT-FILE
             ON  ASCENDING  KEY  SRT-SHUKEI-KBN  SRT-KEY
             INPUT   PROCEDURE  CLM-SEL-RTN
             OUTPUT  PROCEDURE  SHUKEI-CTL-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（対象年月を決め、運送会社名を取り込む）
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KUBM360 START ***".
           OPEN  INPUT   CLM-FILE.
           OPEN  INPUT   SHO-FILE.
           OPEN  INPUT   CAR-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           ACCEPT  WK-TGT-YM-X  FROM  ENVIRONMENT  "KUBM360_YM".
           IF  WK-TGT-YM-X  IS  NUMERIC
             MOVE  WK-TGT-YM-X         TO  WK-TGT-YM
           ELSE
             MOVE  WK-PC-DATE8  (1:6)  TO  WK-TGT-YM
           END-IF.
           MOVE  WK-TGT-YM  TO  H1-TGT-YM.
           PERFORM  CAR-LOAD-RTN  UNTIL  CAR-END-FLG  =  "1".
           CLOSE  CAR-FILE.
       EXT.
           EXIT.
      ********************************************************
      *  運送会社名取り込み処理（同じ運送会社の２行目以降は
      *  読み飛ばす）
      ********************************************************
       CAR-LOAD-RTN               SECTION.
           READ  CAR-FILE
             AT  END
               MOVE  "1"  TO  CAR-END-FLG
               GO  TO  EXT
           END-READ.
           MOVE  CFCAR-CARRIER-COD  TO  WK-SAVE-CARRIER.
           PERFORM  CAR-SRCH-RTN.
           IF  WK-CAR-HIT-IDX  >  ZERO
             OR  WK-CAR-CNT  >=  WK-CAR-MAX
               GO  TO  EXT
           END-IF.
           ADD  +1  TO  WK-CAR-CNT.
           MOVE  CFCAR-CARRIER-COD  TO  WK-CAR-COD  (WK-CAR-CNT).
           MOVE  CFCAR-CARRIER-MEI  TO  WK-CAR-MEI  (WK-CAR-CNT).
       EXT.
           EXIT.
      ********************************************************
      *  運送会社検索処理（WK-SAVE-CARRIERを表から探す）
      ********************************************************
       CAR-SRCH-RTN               SECTION.
           MOVE  ZERO  TO  WK-CAR-HIT-IDX.
           PERFORM  CAR-HIKAKU-RTN
             VARYING  WK-CAR-IDX  FROM  1  BY  1
               UNTIL  WK-CAR-IDX  >  WK-CAR-CNT
                  OR  WK-CAR-HIT-IDX  >  ZERO.
       EXT.
           EXIT.
      ********************************************************
      *  運送会社比較処理
      ********************************************************
       CAR-HIKAKU-RTN             SECTION.
           IF  WK-CAR-COD  (WK-CAR-IDX)  =  WK-SAVE-CARRIER
             MOVE  WK-CAR-IDX  TO  WK-CAR-HIT-IDX
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  対象苦情選別処理（入力側。対象年月に受け付けた苦情を
      *  切り口ごとの集計レコードにしてソートへ渡す）
      ********************************************************
       CLM-SEL-RTN                SECTION.
           PERFORM  CLM-READ-RTN.
           PERFORM  SENBETU-RTN  UNTIL  CLM-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  苦情入力処理
      ********************************************************
       CLM-READ-RTN               SECTION.
           READ  CLM-FILE  NEXT
             AT  END
               MOVE  "1"  TO  CLM-END-FLG
             NOT  AT  END
               ADD  +1  TO  CLM-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  選別処理
      ********************************************************
       SENBETU-RTN                SECTION.
           IF  CLM-UKETSUKE-DATE  (1:6)  NOT  =  WK-TGT-YM
             GO  TO  NEXT-READ
           END-IF.
           ADD  +1  TO  TGT-CNT.
           MOVE  SPACE            TO  SRT-REC.
           MOVE  CLM-BUNRUI-KBN   TO  SRT-BUNRUI-KBN.
           MOVE  CLM-JUDO-KBN     TO  SRT-JUDO-KBN.
           MOVE  CLM-STATUS       TO  SRT-STATUS.
           MOVE  "1"              TO  SRT-SHUKEI-KBN.
           MOVE  CLM-BUNRUI-KBN   TO  SRT-KEY.
           RELEASE  SRT-REC.
           IF  CLM-SHOHIN-NO  NOT  =  SPACE
             MOVE  SPACE          TO  SRT-KEY
             MOVE  "2"            TO  SRT-SHUKEI-KBN
             MOVE  CLM-SHOHIN-NO  TO  SRT-KEY-SHOHIN
             RELEASE  SRT-REC
           END-IF.
           IF  CLM-LOT-NO  NOT  =  SPACE
             MOVE  SPACE          TO  SRT-KEY
             MOVE  "3"            TO  SRT-SHUKEI-KBN
             MOVE  CLM-SHOHIN-NO  TO  SRT-KEY-SHOHIN
             MOVE  CLM-LOT-NO     TO  SRT-KEY-LOT
             RELEASE  SRT-REC
           END-IF.
           IF  CLM-CARRIER-COD  NOT  =  SPACE
             MOVE  SPACE            TO  SRT-KEY
             MOVE  "4"              TO  SRT-SHUKEI-KBN
             MOVE  CLM-CARRIER-COD  TO  SRT-KEY-CARRIER
             RELEASE  SRT-REC
           END-IF.
       NEXT-READ.
           PERFORM  CLM-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  集計制御処理（出力側）
      ********************************************************
       SHUKEI-CTL-RTN             SECTION.
           PERFORM  SRT-RETURN-RTN.
           PERFORM  KBN-RTN  UNTIL  SRT-END-FLG  =  "1".
           IF  PAGE-CNT  =  ZERO
             MOVE  "（対象なし）"  TO  H2-KBN-MEI
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  TGT-CNT  TO  D2-TGT-CNT.
           MOVE  D2-GOKEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
       EXT.
           EXIT.
      ********************************************************
      *  ソート結果入力処理
      ********************************************************
       SRT-RETURN-RTN             SECTION.
           RETURN  SRT-FILE
             AT  END
               MOVE  "1"  TO  SRT-END-FLG
           END-RETURN.
       EXT.
           EXIT.
      ********************************************************
      *  集計区分処理（区分ごとに改頁する）
      ********************************************************
       KBN-RTN                    SECTION.
           MOVE  SRT-SHUKEI-KBN  TO  WK-SAVE-KBN.
           EVALUATE  WK-SAVE-KBN
             WHEN  "1"    MOVE  "苦情分類別"    TO  H2-KBN-MEI
             WHEN  "2"    MOVE  "商品別"        TO  H2-KBN-MEI
             WHEN  "3"    MOVE  "ロット別"      TO  H2-KBN-MEI
             WHEN  OTHER  MOVE  "運送会社別"    TO  H2-KBN-MEI
           END-EVALUATE.
           MOVE  +99  TO  LINE-CNT.
           PERFORM  KEY-RTN
             UNTIL  SRT-END-FLG  =  "1"
                OR  SRT-SHUKEI-KBN  NOT  =  WK-SAVE-KBN.
       EXT.
           EXIT.
      ********************************************************
      *  集計キー処理（キーの切れ目で１行印字する）
      ********************************************************
       KEY-RTN                    SECTION.
           MOVE  SRT-KEY  TO  WK-SAVE-KEY.
           MOVE  +0  TO  WK-KENSU  WK-JUDAI-KENSU  WK-MIKAN-KENSU.
           INITIALIZE  WK-BUNRUI-TBL.
           PERFORM  KASAN-RTN
             UNTIL  SRT-END-FLG  =  "1"
                OR  SRT-SHUKEI-KBN  NOT  =  WK-SAVE-KBN
                OR  SRT-KEY  NOT  =  WK-SAVE-KEY.
           PERFORM  MEISAI-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  件数加算処理
      ********************************************************
       KASAN-RTN                  SECTION.
           ADD  +1  TO  WK-KENSU.
           EVALUATE  SRT-BUNRUI-KBN
             WHEN  "1"    MOVE  1  TO  WK-BUNRUI-IDX
             WHEN  "2"    MOVE  2  TO  WK-BUNRUI-IDX
             WHEN  "3"    MOVE  3  TO  WK-BUNRUI-IDX
             WHEN  "4"    MOVE  4  TO  WK-BUNRUI-IDX
             WHEN  OTHER  MOVE  5  TO  WK-BUNRUI-IDX
           END-EVALUATE.
           ADD  +1  TO  WK-BUNRUI-KENSU  (WK-BUNRUI-IDX).
           IF  SRT-JUDO-KBN  =  "1"
             ADD  +1  TO  WK-JUDAI-KENSU
           END-IF.
           IF  SRT-STATUS  NOT  =  "9"
             ADD  +1  TO  WK-MIKAN-KENSU
           END-IF.
           PERFORM  SRT-RETURN-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  集計明細印字処理（名称は区分に応じて分類名・商品名・
      *  運送会社名。ロット別は商品名）
      ********************************************************
       MEISAI-RTN                 SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  SPACE  TO  D1-MEISAI.
           MOVE  SPACE  TO  D1-MEI  D1-SAIHATSU.
           EVALUATE  WK-SAVE-KBN
             WHEN  "1"
               MOVE  WK-SAVE-KEY  (1:1)  TO  D1-KEY
               EVALUATE  WK-SAVE-KEY  (1:1)
                 WHEN  "1"    MOVE  "破損"          TO  D1-MEI
                 WHEN  "2"    MOVE  "誤品・誤数量"  TO  D1-MEI
                 WHEN  "3"    MOVE  "納期遅延"      TO  D1-MEI
                 WHEN  "4"    MOVE  "品質不良"      TO  D1-MEI
                 WHEN  OTHER  MOVE  "その他"        TO  D1-MEI
               END-EVALUATE
             WHEN  "4"
               MOVE  WK-SAVE-CARRIER  TO  D1-KEY
               PERFORM  CAR-SRCH-RTN
               IF  WK-CAR-HIT-IDX  >  ZERO
                 MOVE  WK-CAR-MEI  (WK-CAR-HIT-IDX)  TO  D1-MEI
               END-IF
             WHEN  OTHER
               MOVE  WK-SAVE-SHOHIN  TO  D1-KEY  (1:5)
               IF  WK-SAVE-KBN  =  "3"
                 MOVE  WK-SAVE-LOT   TO  D1-KEY  (7:10)
               END-IF
               MOVE  WK-SAVE-SHOHIN  TO  CFSHO-SHOHIN-NO
               READ  SHO-FILE
                 INVALID  KEY
                   CONTINUE
                 NOT  INVALID  KEY
                   MOVE  CFSHO-SHOHIN-MEI  TO  D1-MEI
               END-READ
           END-EVALUATE.
           MOVE  WK-KENSU        TO  D1-KENSU.
           PERFORM  UCHIWAKE-RTN
             VARYING  WK-BUNRUI-IDX  FROM  1  BY  1
               UNTIL  WK-BUNRUI-IDX  >  5.
           MOVE  WK-JUDAI-KENSU  TO  D1-JUDAI-KENSU.
           MOVE  WK-MIKAN-KENSU  TO  D1-MIKAN-KENSU.
           IF  WK-SAVE-KBN  NOT  =  "1"
             AND  WK-KENSU  >=  2
               MOVE  "＊再発"  TO  D1-SAIHATSU
           END-IF.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  分類別内訳編集処理
      ********************************************************
       UCHIWAKE-RTN               SECTION.
           MOVE  WK-BUNRUI-KENSU  (WK-BUNRUI-IDX)
             TO  D1-BUNRUI-KENSU  (WK-BUNRUI-IDX).
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
           MOVE  H2-KUBUN  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  H3-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           ADD  +5  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  CLM-FILE  SHO-FILE  OEF-FILE.
           DISPLAY  "*** CLM-CNT="  CLM-CNT.
           DISPLAY  "*** TGT-CNT="  TGT-CNT.
           DISPLAY  "*** KUBM360  END ***".
       EXT.
           EXIT.
