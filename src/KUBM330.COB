       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM330.
      ********************************************************
      *  システム名    ：研修
      *  サブシステム名：売上
      *  プログラム名  ：商品分類別売上月報作成
      *  作成日／作成者：２０２６年１０月１５日  システム技研
      *  変更日／変更者：
      *        変更内容：
      ********************************************************
      *  売上ファイル（KUCF010、外部名ITF。対象月と前月の分を
      *  連結して入力とする）を読み、実出荷日が対象年月（KUBM330
      *  _YM、省略時は実行日の年月）とその前月の明細を、商品マス
      *  タの商品分類コードで小分類別に集計して、売上高・数量・
      *  粗利益額（標準原価×数量を売上高から引いた額）を当月・
      *  前月で並べて印字する。中分類計・大分類計・総合計を付け、
      *  売上高は前月比の増減率も出す。データ区分"1"・"5"・"F"は
      *  加算、他は減算する（KUBM020と同じ）。商品分類コードが
      *  未設定または商品マスタに無い商品の売上は最後に未分類と
      *  してまとめて印字する。分類名は商品分類マスタから引く。
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  ITF-FILE  ASSIGN  TO  EXTERNAL  ITF.
           SELECT  IMF-FILE  ASSIGN  TO  EXTERNAL  IMF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  BNR-FILE  ASSIGN  TO  EXTERNAL  BNR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFBNR-BUNRUI-COD.
           SELECT  SRT-FILE  ASSIGN  TO  SRTWK01.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  ITF-FILE.
       01  ITF-REC.
           COPY  KUCF010.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  BNR-FILE.
       01  BNR-REC.
           COPY  KCCFBNR.
       SD  SRT-FILE.
       01  SRT-REC.
         03  SRT-BUNRUI-COD.
           05  SRT-DAI-BUNRUI     PIC  X(02).
           05  SRT-CHU-BUNRUI     PIC  X(02).
           05  SRT-SHO-BUNRUI     PIC  X(02).
      *    月区分（"1"＝当月、"2"＝前月）
         03  SRT-TSUKI-KBN        PIC  X(01).
         03  SRT-URIAGE           PIC S9(11).
         03  SRT-SURYO            PIC S9(09).
         03  SRT-ARARI            PIC S9(11).
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE            SECTION.
       01  ITF-END-FLG            PIC   X(1)          VALUE  "0".
       01  SRT-END-FLG            PIC   X(1)          VALUE  "0".
       01  ITF-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
       01  TGT-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
       01  MIBUNRUI-CNT           PIC  S9(9)  COMP-3  VALUE  +0.
       01  OEF-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC  S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT               PIC  S9(5)  COMP-3  VALUE  +0.
      *    １頁あたりの印字行数
       01  WK-PAGE-LINE-CNT       PIC  S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    対象年月（ＫＵＢＭ３３０＿ＹＭで指定、省略時は実行月）
      *    と前月
       01  WK-TGT-YM-X            PIC   X(06)         VALUE  SPACE.
       01  WK-TGT-YM              PIC  9(06)          VALUE  ZERO.
       01  WK-ZEN-YM              PIC  9(06)          VALUE  ZERO.
       01  WK-ZEN-YM-R  REDEFINES  WK-ZEN-YM.
         02  WK-ZEN-YY            PIC  9(04).
         02  WK-ZEN-MM            PIC  9(02).
       01  WK-URI-YM              PIC  9(06)          VALUE  ZERO.
      *    明細単位の計算用
       01  WK-URIAGE-GAKU         PIC  S9(11) COMP-3  VALUE  +0.
       01  WK-GENKA-GAKU          PIC  S9(11) COMP-3  VALUE  +0.
       01  WK-SURYO               PIC  S9(09) COMP-3  VALUE  +0.
       01  WK-RITU                PIC  S9(05)V9(1)    VALUE  ZERO.
      *    集計の切れ目判定用
       01  WK-BREAK-FLG           PIC   X(1)          VALUE  SPACE.
       01  WK-BREAK-COD.
         02  WK-BREAK-DAI         PIC  X(02).
         02  WK-BREAK-CHU         PIC  X(02).
         02  WK-BREAK-SHO         PIC  X(02).
      *    階層別集計（１＝小分類、２＝中分類、３＝大分類、４＝
      *    総合計。印字した階層は１つ上の階層へ加えてから消す）
       01  WK-LVL-IDX             PIC  S9(4)  COMP-3  VALUE  +0.
       01  WK-LVL-TBL.
         02  WK-LVL-ENT           OCCURS  4  TIMES.
           03  WK-LVL-URIAGE      PIC  S9(11) COMP-3.
           03  WK-LVL-SURYO       PIC  S9(09) COMP-3.
           03  WK-LVL-ARARI       PIC  S9(11) COMP-3.
           03  WK-LVL-ZEN-URIAGE  PIC  S9(11) COMP-3.
           03  WK-LVL-ZEN-SURYO   PIC  S9(09) COMP-3.
           03  WK-LVL-ZEN-ARARI   PIC  S9(11) COMP-3.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(20)  VALUE
                    "商品分類別売上月報".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "対象年月：".
         02  H1-TGT-YM            PIC  9(06).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "前月：".
         02  H1-ZEN-YM            PIC  9(06).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "DATE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-DATE              PIC  9(08).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "PAGE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-PAGE-NO           PIC  Z,ZZ9.
         02  FILLER               PIC  X(25)  VALUE  SPACE.
      *  小見出し
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(8)   VALUE  "区分".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "コード".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "分類名".
         02  FILLER               PIC  X(21)  VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "当月売上".
         02  FILLER               PIC  X(7)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "前月売上".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "増減％".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "当月数量".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "前月数量".
         02  FILLER               PIC  X(7)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "当月粗利".
         02  FILLER               PIC  X(7)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "前月粗利".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "粗利率".
      *  集計明細（小分類・中分類計・大分類計・総合計で共用）
       01  D1-SHUKEI.
         02  D1-KBN-MEI           PIC  X(8).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-BUNRUI-COD        PIC  X(6).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-BUNRUI-MEI        PIC  X(20).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-URIAGE            PIC  --,---,---,--9.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-ZEN-URIAGE        PIC  --,---,---,--9.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-ZOGEN-RITU        PIC  ----9.9.
         02  D1-ZOGEN-NASHI       REDEFINES  D1-ZOGEN-RITU
                                  PIC  X(07).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-SURYO             PIC  ---,---,--9.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-ZEN-SURYO         PIC  ---,---,--9.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-ARARI             PIC  --,---,---,--9.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-ZEN-ARARI         PIC  --,---,---,--9.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-ARARI-RITU        PIC  ---9.9.
         02  D1-ARARI-NASHI       REDEFINES  D1-ARARI-RITU
                                  PIC  X(06).
      *
      ********************************************************
      *  商品分類別売上月報作成（商品分類コード順にソートして
      *  小分類・中分類・大分類の順に集計する）
      ********************************************************
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           SORT  SRT-FILE
             ON  ASCENDING  KEY  SRT-BUNRUI-COD  IN  SRT-REC
             INPUT   PROCEDURE  ITF-SEL-RTN
             OUTPUT  PROCEDURE  INSATU-CTL-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（対象年月と前月を決める）
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KUBM330 START ***".
           OPEN  INPUT   ITF-FILE.
           OPEN  INPUT   IMF-FILE.
           OPEN  INPUT   BNR-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           ACCEPT  WK-TGT-YM-X  FROM  ENVIRONMENT  "KUBM330_YM".
           IF  WK-TGT-YM-X  IS  NUMERIC
             MOVE  WK-TGT-YM-X         TO  WK-TGT-YM
           ELSE
             MOVE  WK-PC-DATE8  (1:6)  TO  WK-TGT-YM
           END-IF.
           MOVE  WK-TGT-YM  TO  WK-ZEN-YM.
           IF  WK-ZEN-MM  =  1
             SUBTRACT  1  FROM  WK-ZEN-YY
             MOVE  12  TO  WK-ZEN-MM
           ELSE
             SUBTRACT  1  FROM  WK-ZEN-MM
           END-IF.
           MOVE  WK-TGT-YM  TO  H1-TGT-YM.
           MOVE  WK-ZEN-YM  TO  H1-ZEN-YM.
           INITIALIZE  WK-LVL-TBL.
       EXT.
           EXIT.
      ********************************************************
      *  対象明細選別処理（入力側。当月・前月の明細に商品分類
      *  コードを付けてソートへ渡す）
      ********************************************************
       ITF-SEL-RTN                SECTION.
           PERFORM  ITF-READ-RTN.
           PERFORM  SENBETU-RTN  UNTIL  ITF-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  売上ファイル入力処理
      ********************************************************
       ITF-READ-RTN               SECTION.
           READ  ITF-FILE
             AT  END
               MOVE  "1"  TO  ITF-END-FLG
             NOT  AT  END
               ADD  +1  TO  ITF-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  選別処理（実出荷日の年月で当月・前月を振り分け、売上高・
      *  数量・粗利益額を加減して渡す。未分類は最後に並ぶよう
      *  HIGH-VALUEのコードで渡す）
      ********************************************************
       SENBETU-RTN                SECTION.
           MOVE  UF010-SHIP-DATE  (1:6)  TO  WK-URI-YM.
           EVALUATE  WK-URI-YM
             WHEN  WK-TGT-YM
               MOVE  "1"  TO  SRT-TSUKI-KBN  IN  SRT-REC
             WHEN  WK-ZEN-YM
               MOVE  "2"  TO  SRT-TSUKI-KBN  IN  SRT-REC
             WHEN  OTHER
               GO  TO  NEXT-READ
           END-EVALUATE.
           MOVE  UF010-KINGAKU  TO  WK-URIAGE-GAKU.
           MOVE  UF010-SURYO    TO  WK-SURYO.
           COMPUTE  WK-GENKA-GAKU  =  UF010-GENKA  *  UF010-SURYO.
           IF  NOT  (UF010-DATA-KBN  =  "1"  OR  "5"  OR  "F")
             COMPUTE  WK-URIAGE-GAKU  =  WK-URIAGE-GAKU  *  -1
             COMPUTE  WK-SURYO        =  WK-SURYO        *  -1
             COMPUTE  WK-GENKA-GAKU   =  WK-GENKA-GAKU   *  -1
           END-IF.
           MOVE  UF010-SHOHIN-NO  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               MOVE  SPACE  TO  CFSHO-BUNRUI-COD
           END-READ.
           IF  CFSHO-BUNRUI-COD  =  SPACE
             MOVE  HIGH-VALUE        TO  SRT-BUNRUI-COD  IN  SRT-REC
             ADD  +1  TO  MIBUNRUI-CNT
           ELSE
             MOVE  CFSHO-BUNRUI-COD  TO  SRT-BUNRUI-COD  IN  SRT-REC
           END-IF.
           MOVE  WK-URIAGE-GAKU  TO  SRT-URIAGE  IN  SRT-REC.
           MOVE  WK-SURYO        TO  SRT-SURYO   IN  SRT-REC.
           COMPUTE  SRT-ARARI  IN  SRT-REC  =
                    WK-URIAGE-GAKU  -  WK-GENKA-GAKU.
           RELEASE  SRT-REC.
           ADD  +1  TO  TGT-CNT.
       NEXT-READ.
           PERFORM  ITF-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  印刷制御処理（出力側）
      ********************************************************
       INSATU-CTL-RTN             SECTION.
           PERFORM  RETURN-RTN.
           PERFORM  SHUKEI-RTN  UNTIL  SRT-END-FLG  =  "1".
           IF  WK-BREAK-FLG  =  "1"
             PERFORM  LVL-PRINT-RTN
               VARYING  WK-LVL-IDX  FROM  1  BY  1
                 UNTIL  WK-LVL-IDX  >  3
           END-IF.
           MOVE  4  TO  WK-LVL-IDX.
           PERFORM  LVL-PRINT-RTN.
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
      *  集計処理（大分類が変われば小分類・中分類・大分類の計を、
      *  中分類が変われば小分類・中分類の計を、小分類が変われば
      *  小分類の行を印字してから積み上げる）
      ********************************************************
       SHUKEI-RTN                 SECTION.
           IF  WK-BREAK-FLG  =  "1"
             EVALUATE  TRUE
               WHEN  SRT-DAI-BUNRUI  IN  SRT-REC  NOT  =  WK-BREAK-DAI
                 PERFORM  LVL-PRINT-RTN
                   VARYING  WK-LVL-IDX  FROM  1  BY  1
                     UNTIL  WK-LVL-IDX  >  3
               WHEN  SRT-CHU-BUNRUI  IN  SRT-REC  NOT  =  WK-BREAK-CHU
                 PERFORM  LVL-PRINT-RTN
                   VARYING  WK-LVL-IDX  FROM  1  BY  1
                     UNTIL  WK-LVL-IDX  >  2
               WHEN  SRT-SHO-BUNRUI  IN  SRT-REC  NOT  =  WK-BREAK-SHO
                 MOVE  1  TO  WK-LVL-IDX
                 PERFORM  LVL-PRINT-RTN
             END-EVALUATE
           END-IF.
           MOVE  "1"                         TO  WK-BREAK-FLG.
           MOVE  SRT-BUNRUI-COD  IN  SRT-REC  TO  WK-BREAK-COD.
           IF  SRT-TSUKI-KBN  IN  SRT-REC  =  "1"
             ADD  SRT-URIAGE  IN  SRT-REC  TO  WK-LVL-URIAGE  (1)
             ADD  SRT-SURYO   IN  SRT-REC  TO  WK-LVL-SURYO   (1)
             ADD  SRT-ARARI   IN  SRT-REC  TO  WK-LVL-ARARI   (1)
           ELSE
             ADD  SRT-URIAGE  IN  SRT-REC  TO  WK-LVL-ZEN-URIAGE (1)
             ADD  SRT-SURYO   IN  SRT-REC  TO  WK-LVL-ZEN-SURYO  (1)
             ADD  SRT-ARARI   IN  SRT-REC  TO  WK-LVL-ZEN-ARARI  (1)
           END-IF.
           PERFORM  RETURN-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  階層別集計行印刷処理（WK-LVL-IDXの階層を印字し、１つ上
      *  の階層へ加えてから消す。未分類は小分類の行だけを印字
      *  し、中分類計・大分類計は印字しない）
      ********************************************************
       LVL-PRINT-RTN              SECTION.
           IF  WK-LVL-IDX  <  4
             ADD  WK-LVL-URIAGE      (WK-LVL-IDX)  TO
                  WK-LVL-URIAGE      (WK-LVL-IDX  +  1)
             ADD  WK-LVL-SURYO       (WK-LVL-IDX)  TO
                  WK-LVL-SURYO       (WK-LVL-IDX  +  1)
             ADD  WK-LVL-ARARI       (WK-LVL-IDX)  TO
                  WK-LVL-ARARI       (WK-LVL-IDX  +  1)
             ADD  WK-LVL-ZEN-URIAGE  (WK-LVL-IDX)  TO
                  WK-LVL-ZEN-URIAGE  (WK-LVL-IDX  +  1)
             ADD  WK-LVL-ZEN-SURYO   (WK-LVL-IDX)  TO
                  WK-LVL-ZEN-SURYO   (WK-LVL-IDX  +  1)
             ADD  WK-LVL-ZEN-ARARI   (WK-LVL-IDX)  TO
                  WK-LVL-ZEN-ARARI   (WK-LVL-IDX  +  1)
           END-IF.
           IF  WK-BREAK-COD  =  HIGH-VALUE
             AND  (WK-LVL-IDX  =  2  OR  3)
               GO  TO  CLEAR-LVL
           END-IF.
           PERFORM  BUNRUI-MEI-RTN.
           MOVE  WK-LVL-URIAGE      (WK-LVL-IDX)  TO  D1-URIAGE.
           MOVE  WK-LVL-ZEN-URIAGE  (WK-LVL-IDX)  TO  D1-ZEN-URIAGE.
           IF  WK-LVL-ZEN-URIAGE  (WK-LVL-IDX)  NOT  =  +0
             COMPUTE  WK-RITU  ROUNDED  =
                      (WK-LVL-URIAGE      (WK-LVL-IDX)
                     -  WK-LVL-ZEN-URIAGE  (WK-LVL-IDX))  *  100
                     /  WK-LVL-ZEN-URIAGE  (WK-LVL-IDX)
             MOVE  WK-RITU  TO  D1-ZOGEN-RITU
           ELSE
             MOVE  "    ---"  TO  D1-ZOGEN-NASHI
           END-IF.
           MOVE  WK-LVL-SURYO       (WK-LVL-IDX)  TO  D1-SURYO.
           MOVE  WK-LVL-ZEN-SURYO   (WK-LVL-IDX)  TO  D1-ZEN-SURYO.
           MOVE  WK-LVL-ARARI       (WK-LVL-IDX)  TO  D1-ARARI.
           MOVE  WK-LVL-ZEN-ARARI   (WK-LVL-IDX)  TO  D1-ZEN-ARARI.
           IF  WK-LVL-URIAGE  (WK-LVL-IDX)  NOT  =  +0
             COMPUTE  WK-RITU  ROUNDED  =
                      WK-LVL-ARARI  (WK-LVL-IDX)  *  100
                    /  WK-LVL-URIAGE  (WK-LVL-IDX)
             MOVE  WK-RITU  TO  D1-ARARI-RITU
           ELSE
             MOVE  "   ---"  TO  D1-ARARI-NASHI
           END-IF.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  D1-SHUKEI  TO  OEF-REC.
           IF  WK-LVL-IDX  =  1
             WRITE  OEF-REC  AFTER  1
             ADD  +1  TO  LINE-CNT
           ELSE
             WRITE  OEF-REC  AFTER  2
             ADD  +2  TO  LINE-CNT
           END-IF.
           ADD  +1  TO  OEF-CNT.
       CLEAR-LVL.
           INITIALIZE  WK-LVL-ENT  (WK-LVL-IDX).
       EXT.
           EXIT.
      ********************************************************
      *  分類名編集処理（階層に応じて区分名・コード・分類名を
      *  編集する。上位の分類名はキーの下位桁を空白にして引く）
      ********************************************************
       BUNRUI-MEI-RTN             SECTION.
           MOVE  WK-BREAK-COD  TO  CFBNR-BUNRUI-COD.
           EVALUATE  WK-LVL-IDX
             WHEN  1
               MOVE  SPACE         TO  D1-KBN-MEI
             WHEN  2
               MOVE  "中分類計"    TO  D1-KBN-MEI
               MOVE  SPACE         TO  CFBNR-SHO-BUNRUI
             WHEN  3
               MOVE  "大分類計"    TO  D1-KBN-MEI
               MOVE  SPACE         TO  CFBNR-CHU-BUNRUI
                                       CFBNR-SHO-BUNRUI
             WHEN  OTHER
               MOVE  "総合計"      TO  D1-KBN-MEI
               MOVE  SPACE         TO  D1-BUNRUI-COD
               MOVE  SPACE         TO  D1-BUNRUI-MEI
               GO  TO  EXT
           END-EVALUATE.
           IF  WK-BREAK-COD  =  HIGH-VALUE
             MOVE  SPACE           TO  D1-BUNRUI-COD
             MOVE  "未分類"        TO  D1-BUNRUI-MEI
             GO  TO  EXT
           END-IF.
           MOVE  CFBNR-BUNRUI-COD  TO  D1-BUNRUI-COD.
           READ  BNR-FILE
             INVALID  KEY
               MOVE  SPACE             TO  D1-BUNRUI-MEI
             NOT  INVALID  KEY
               MOVE  CFBNR-BUNRUI-MEI  TO  D1-BUNRUI-MEI
           END-READ.
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
           ADD  +2  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  ITF-FILE  IMF-FILE  BNR-FILE  OEF-FILE.
           DISPLAY  "*** ITF-CNT="       ITF-CNT.
           DISPLAY  "*** TGT-CNT="       TGT-CNT.
           DISPLAY  "*** MIBUNRUI-CNT="  MIBUNRUI-CNT.
           DISPLAY  "*** OEF-CNT="       OEF-CNT.
           DISPLAY  "*** KUBM330  END ***".
       EXT.
           EXIT.
