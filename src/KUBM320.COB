       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM320.
      ********************************************************
      *  システム名    ：研修
      *  サブシステム名：売上
      *  プログラム名  ：見本品費月報作成
      *  作成日／作成者：２０２６年１０月１５日  システム技研
      *  変更日／変更者：
      *        変更内容：
      ********************************************************
      *  売上計上（KUBM010）が売上ファイルから外して書き出した
      *  無償出荷（見本品）ファイル（KUCF010形式）を読み、実出荷
      *  日が対象年月（KUBM320_YM、省略時は実行日の年月）の明細
      *  を営業員別・得意先別に集計して見本品費月報を印字する。
      *  金額は標準原価×数量で、月次仕訳抽出（KUBM060）の見本
      *  品費仕訳と同じ計算とする。営業員名は営業員マスタから
      *  補記し、得意先名は明細の得意先名を使う。
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  SMP-FILE  ASSIGN  TO  EXTERNAL  SMP.
           SELECT  EGY-FILE  ASSIGN  TO  EXTERNAL  EGY
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFEGY-EIGYO-COD.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  SMP-FILE.
       01  SMP-REC.
           COPY  KUCF010.
       FD  EGY-FILE.
       01  EGY-REC.
           COPY  KCCFEGY.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE            SECTION.
       01  SMP-END-FLG            PIC   X(1)          VALUE  "0".
       01  SMP-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
       01  TGT-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
       01  OEF-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC  S9(3)  COMP-3  VALUE  +0.
       01  PAGE-CNT               PIC  S9(5)  COMP-3  VALUE  +0.
      *    １頁あたりの印字行数
       01  WK-PAGE-LINE-CNT       PIC  S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
       01  WK-PC-DATE8-R  REDEFINES  WK-PC-DATE8.
         02  WK-PC-YY             PIC  9(04).
         02  WK-PC-MM             PIC  9(02).
         02  WK-PC-DD             PIC  9(02).
      *    対象年月（ＫＵＢＭ３２０＿ＹＭで指定、省略時は実行月）
       01  WK-TGT-YM-X            PIC   X(06)         VALUE  SPACE.
       01  WK-TGT-YM              PIC  9(06)          VALUE  ZERO.
      *    明細の原価額
       01  WK-GENKA-GAKU          PIC  S9(11) COMP-3  VALUE  +0.
      *    営業員別集計表
       01  WK-EGY-MAX             PIC  S9(4)  COMP-3  VALUE  +300.
       01  WK-EGY-CNT             PIC  S9(4)  COMP-3  VALUE  +0.
       01  WK-EGY-IDX             PIC  S9(4)  COMP-3  VALUE  +0.
       01  WK-EGY-HIT             PIC  S9(4)  COMP-3  VALUE  +0.
       01  WK-EGY-TBL.
         02  WK-EGY-ENT           OCCURS  300  TIMES.
           03  WK-EGY-COD         PIC  X(04).
           03  WK-EGY-KENSU       PIC  S9(7)  COMP-3.
           03  WK-EGY-SURYO       PIC  S9(9)  COMP-3.
           03  WK-EGY-KINGAKU     PIC  S9(11) COMP-3.
      *    得意先別集計表
       01  WK-TOK-MAX             PIC  S9(4)  COMP-3  VALUE  +1000.
       01  WK-TOK-CNT             PIC  S9(4)  COMP-3  VALUE  +0.
       01  WK-TOK-IDX             PIC  S9(4)  COMP-3  VALUE  +0.
       01  WK-TOK-HIT             PIC  S9(4)  COMP-3  VALUE  +0.
       01  WK-TOK-TBL.
         02  WK-TOK-ENT           OCCURS  1000  TIMES.
           03  WK-TOK-COD         PIC  X(04).
           03  WK-TOK-MEI         PIC  X(20).
           03  WK-TOK-KENSU       PIC  S9(7)  COMP-3.
           03  WK-TOK-SURYO       PIC  S9(9)  COMP-3.
           03  WK-TOK-KINGAKU     PIC  S9(11) COMP-3.
      *    合計
       01  WK-TTL-KENSU           PIC  S9(7)  COMP-3  VALUE  +0.
       01  WK-TTL-SURYO           PIC  S9(9)  COMP-3  VALUE  +0.
       01  WK-TTL-KINGAKU         PIC  S9(11) COMP-3  VALUE  +0.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(20)  VALUE
                    "見本品費月報".
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
      *  部見出し
       01  H2-BUMIDASHI.
         02  FILLER               PIC  X(2)   VALUE  "【".
         02  H2-BU-MEI            PIC  X(10).
         02  FILLER               PIC  X(2)   VALUE  "】".
         02  FILLER               PIC  X(121) VALUE  SPACE.
      *  小見出し
       01  H3-KOMIDASHI.
         02  FILLER               PIC  X(6)   VALUE  "コード".
         02  FILLER               PIC  X(4)   VALUE  "名称".
         02  FILLER               PIC  X(18)  VALUE  SPACE.
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "件数".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "数量".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(7)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "原価金額".
         02  FILLER               PIC  X(71)  VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-COD               PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-MEI               PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KENSU             PIC  ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SURYO             PIC  ZZ,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KINGAKU           PIC  ---,---,---,--9.
         02  FILLER               PIC  X(71)  VALUE  SPACE.
      *  合計
       01  T1-GOKEI.
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "合計".
         02  FILLER               PIC  X(18)  VALUE  SPACE.
         02  T1-KENSU             PIC  ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  T1-SURYO             PIC  ZZ,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  T1-KINGAKU           PIC  ---,---,---,--9.
         02  FILLER               PIC  X(71)  VALUE  SPACE.
      *
      ********************************************************
      *  見本品費月報作成
      ********************************************************
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  SMP-READ-RTN.
           PERFORM  SHUKEI-RTN  UNTIL  SMP-END-FLG  =  "1".
           PERFORM  EGY-PRINT-RTN.
           PERFORM  TOK-PRINT-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KUBM320 START ***".
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           ACCEPT  WK-TGT-YM-X  FROM  ENVIRONMENT  "KUBM320_YM".
           IF  WK-TGT-YM-X  IS  NUMERIC
             AND  WK-TGT-YM-X  NOT  =  SPACE
             MOVE  WK-TGT-YM-X  TO  WK-TGT-YM
           ELSE
             COMPUTE  WK-TGT-YM  =  WK-PC-YY  *  100  +  WK-PC-MM
           END-IF.
           MOVE  WK-TGT-YM  TO  H1-TGT-YM.
           OPEN  INPUT   SMP-FILE.
           OPEN  INPUT   EGY-FILE.
           OPEN  OUTPUT  OEF-FILE.
       EXT.
           EXIT.
      ********************************************************
      *  無償出荷ファイル入力処理
      ********************************************************
       SMP-READ-RTN               SECTION.
           READ  SMP-FILE
             AT  END
               MOVE  "1"  TO  SMP-END-FLG
             NOT  AT  END
               ADD  +1  TO  SMP-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  集計処理（実出荷日が対象年月の明細を営業員別・得意先別
      *  の表へ積み上げる。表あふれは表示のみ）
      ********************************************************
       SHUKEI-RTN                 SECTION.
           IF  UF010-SHIP-DATE  (1:6)  NOT  =  WK-TGT-YM
             GO  TO  NEXT-READ
           END-IF.
           ADD  +1  TO  TGT-CNT.
           COMPUTE  WK-GENKA-GAKU  ROUNDED  =
                    UF010-GENKA  *  UF010-SURYO.
           PERFORM  EGY-SHUKEI-RTN.
           PERFORM  TOK-SHUKEI-RTN.
       NEXT-READ.
           PERFORM  SMP-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  営業員別集計処理
      ********************************************************
       EGY-SHUKEI-RTN             SECTION.
           MOVE  +0  TO  WK-EGY-HIT.
           PERFORM  EGY-SRCH-RTN
             VARYING  WK-EGY-IDX  FROM  1  BY  1
               UNTIL  WK-EGY-IDX  >  WK-EGY-CNT
                  OR  WK-EGY-HIT  NOT  =  +0.
           IF  WK-EGY-HIT  =  +0
             IF  WK-EGY-CNT  <  WK-EGY-MAX
               ADD  +1  TO  WK-EGY-CNT
               MOVE  WK-EGY-CNT       TO  WK-EGY-HIT
               MOVE  UF010-EIGYO-COD  TO  WK-EGY-COD     (WK-EGY-HIT)
               MOVE  +0               TO  WK-EGY-KENSU   (WK-EGY-HIT)
               MOVE  +0               TO  WK-EGY-SURYO   (WK-EGY-HIT)
               MOVE  +0               TO  WK-EGY-KINGAKU (WK-EGY-HIT)
             ELSE
               DISPLAY  "*** KUBM320 EGY-TBL OVERFLOW "
                        UF010-EIGYO-COD
               GO  TO  EXT
             END-IF
           END-IF.
           ADD  +1             TO  WK-EGY-KENSU   (WK-EGY-HIT).
           ADD  UF010-SURYO    TO  WK-EGY-SURYO   (WK-EGY-HIT).
           ADD  WK-GENKA-GAKU  TO  WK-EGY-KINGAKU (WK-EGY-HIT).
       EXT.
           EXIT.
      ********************************************************
      *  営業員別集計表検索処理
      ********************************************************
       EGY-SRCH-RTN               SECTION.
           IF  WK-EGY-COD  (WK-EGY-IDX)  =  UF010-EIGYO-COD
             MOVE  WK-EGY-IDX  TO  WK-EGY-HIT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  得意先別集計処理
      ********************************************************
       TOK-SHUKEI-RTN             SECTION.
           MOVE  +0  TO  WK-TOK-HIT.
           PERFORM  TOK-SRCH-RTN
             VARYING  WK-TOK-IDX  FROM  1  BY  1
               UNTIL  WK-TOK-IDX  >  WK-TOK-CNT
                  OR  WK-TOK-HIT  NOT  =  +0.
           IF  WK-TOK-HIT  =  +0
             IF  WK-TOK-CNT  <  WK-TOK-MAX
               ADD  +1  TO  WK-TOK-CNT
               MOVE  WK-TOK-CNT      TO  WK-TOK-HIT
               MOVE  UF010-TOKU-COD  TO  WK-TOK-COD     (WK-TOK-HIT)
               MOVE  UF010-TOKU-MEI  TO  WK-TOK-MEI     (WK-TOK-HIT)
               MOVE  +0              TO  WK-TOK-KENSU   (WK-TOK-HIT)
               MOVE  +0              TO  WK-TOK-SURYO   (WK-TOK-HIT)
               MOVE  +0              TO  WK-TOK-KINGAKU (WK-TOK-HIT)
             ELSE
               DISPLAY  "*** KUBM320 TOK-TBL OVERFLOW "
                        UF010-TOKU-COD
               GO  TO  EXT
             END-IF
           END-IF.
           ADD  +1             TO  WK-TOK-KENSU   (WK-TOK-HIT).
           ADD  UF010-SURYO    TO  WK-TOK-SURYO   (WK-TOK-HIT).
           ADD  WK-GENKA-GAKU  TO  WK-TOK-KINGAKU (WK-TOK-HIT).
       EXT.
           EXIT.
      ********************************************************
      *  得意先別集計表検索処理
      ********************************************************
       TOK-SRCH-RTN               SECTION.
           IF  WK-TOK-COD  (WK-TOK-IDX)  =  UF010-TOKU-COD
             MOVE  WK-TOK-IDX  TO  WK-TOK-HIT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  営業員別印刷処理
      ********************************************************
       EGY-PRINT-RTN              SECTION.
           MOVE  "営業員別"  TO  H2-BU-MEI.
           PERFORM  MIDASHI-RTN.
           MOVE  +0  TO  WK-TTL-KENSU.
           MOVE  +0  TO  WK-TTL-SURYO.
           MOVE  +0  TO  WK-TTL-KINGAKU.
           PERFORM  EGY-MEISAI-RTN
             VARYING  WK-EGY-IDX  FROM  1  BY  1
               UNTIL  WK-EGY-IDX  >  WK-EGY-CNT.
           PERFORM  GOKEI-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  営業員別明細印刷処理（営業員マスタ未登録のコードは名称
      *  空白のまま印字）
      ********************************************************
       EGY-MEISAI-RTN             SECTION.
           MOVE  SPACE  TO  D1-MEISAI.
           MOVE  WK-EGY-COD  (WK-EGY-IDX)  TO  D1-COD.
           MOVE  WK-EGY-COD  (WK-EGY-IDX)  TO  CFEGY-EIGYO-COD.
           READ  EGY-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               MOVE  CFEGY-EIGYO-MEI  TO  D1-MEI
           END-READ.
           MOVE  WK-EGY-KENSU    (WK-EGY-IDX)  TO  D1-KENSU.
           MOVE  WK-EGY-SURYO    (WK-EGY-IDX)  TO  D1-SURYO.
           MOVE  WK-EGY-KINGAKU  (WK-EGY-IDX)  TO  D1-KINGAKU.
           ADD  WK-EGY-KENSU    (WK-EGY-IDX)  TO  WK-TTL-KENSU.
           ADD  WK-EGY-SURYO    (WK-EGY-IDX)  TO  WK-TTL-SURYO.
           ADD  WK-EGY-KINGAKU  (WK-EGY-IDX)  TO  WK-TTL-KINGAKU.
           MOVE  D1-MEISAI  TO  OEF-REC.
           PERFORM  OEF-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  得意先別印刷処理（改頁して印字する）
      ********************************************************
       TOK-PRINT-RTN              SECTION.
           MOVE  "得意先別"  TO  H2-BU-MEI.
           PERFORM  MIDASHI-RTN.
           MOVE  +0  TO  WK-TTL-KENSU.
           MOVE  +0  TO  WK-TTL-SURYO.
           MOVE  +0  TO  WK-TTL-KINGAKU.
           PERFORM  TOK-MEISAI-RTN
             VARYING  WK-TOK-IDX  FROM  1  BY  1
               UNTIL  WK-TOK-IDX  >  WK-TOK-CNT.
           PERFORM  GOKEI-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  得意先別明細印刷処理
      ********************************************************
       TOK-MEISAI-RTN             SECTION.
           MOVE  SPACE  TO  D1-MEISAI.
           MOVE  WK-TOK-COD      (WK-TOK-IDX)  TO  D1-COD.
           MOVE  WK-TOK-MEI      (WK-TOK-IDX)  TO  D1-MEI.
           MOVE  WK-TOK-KENSU    (WK-TOK-IDX)  TO  D1-KENSU.
           MOVE  WK-TOK-SURYO    (WK-TOK-IDX)  TO  D1-SURYO.
           MOVE  WK-TOK-KINGAKU  (WK-TOK-IDX)  TO  D1-KINGAKU.
           ADD  WK-TOK-KENSU    (WK-TOK-IDX)  TO  WK-TTL-KENSU.
           ADD  WK-TOK-SURYO    (WK-TOK-IDX)  TO  WK-TTL-SURYO.
           ADD  WK-TOK-KINGAKU  (WK-TOK-IDX)  TO  WK-TTL-KINGAKU.
           MOVE  D1-MEISAI  TO  OEF-REC.
           PERFORM  OEF-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  合計印刷処理
      ********************************************************
       GOKEI-RTN                  SECTION.
           MOVE  WK-TTL-KENSU    TO  T1-KENSU.
           MOVE  WK-TTL-SURYO    TO  T1-SURYO.
           MOVE  WK-TTL-KINGAKU  TO  T1-KINGAKU.
           MOVE  T1-GOKEI  TO  OEF-REC.
           PERFORM  OEF-WRITE-RTN.
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
           MOVE  H2-BUMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  H3-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
       EXT.
           EXIT.
      ********************************************************
      *  印字行出力処理（頁あふれ時は見出しから印字し直す）
      ********************************************************
       OEF-WRITE-RTN              SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  OEF-CNT.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  SMP-FILE  EGY-FILE  OEF-FILE.
           DISPLAY  "*** SMP-CNT="  SMP-CNT.
           DISPLAY  "*** TGT-CNT="  TGT-CNT.
           DISPLAY  "*** OEF-CNT="  OEF-CNT.
           DISPLAY  "*** KUBM320  END ***".
       EXT.
           EXIT.
