       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KJBM400.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：受注
      *  プログラム名      ：委託在庫補充入庫処理
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    売上計上（KUBM010）が書き出した委託補充ファイル（ITK。
      *    売上ファイルKUCF010と同じ形式）を読み、得意先マスタの
      *    委託在庫場所（CFTOK-ITAKU-WHS）を倉庫コードとするロット
      *    別在庫へ補充数量を積み増す。出荷元ロットの有効期限・
      *    付随費用単価を引き継ぎ、ロット未管理品はロット番号空白
      *    の行へ積む。積み増しは在庫移動ジャーナル（KJCF090）へ
      *    移動区分"9"（委託在庫）のプラス行として証跡を残す。
      *    移動前後の在庫数量は委託在庫場所の商品別ロット合計とす
      *    る。得意先マスタ未登録・委託在庫場所未登録の明細は委託
      *    補充控え（ITO。同じ形式）へ書き出して台帳の備考欄へ
      *    印字する。控えは翌日の入力へ連結して再処理する
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  ITK-FILE  ASSIGN  TO  EXTERNAL  ITK.
           SELECT  ITO-FILE  ASSIGN  TO  EXTERNAL  ITO.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  LOT-FILE  ASSIGN  TO  EXTERNAL  LOT
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  CFLOT-KEY.
           SELECT  MVJ-FILE  ASSIGN  TO  EXTERNAL  MVJ.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  ITK-FILE.
       01  ITK-REC.
           COPY  KUCF010.
       FD  ITO-FILE.
       01  ITO-REC                 PIC  X(141).
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  LOT-FILE.
       01  LOT-REC.
           COPY  KCCFLOT.
       FD  MVJ-FILE.
       01  MVJ-REC.
           COPY  KJCF090.
       FD  OEF-FILE.
       01  OEF-REC                 PIC  X(135).
      *
       WORKING-STORAGE             SECTION.
       01  ITK-END-FLG             PIC  X(1)          VALUE  "0".
       01  LOT-END-FLG             PIC  X(1)          VALUE  "0".
       01  ITK-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  NYUKO-CNT               PIC S9(9)  COMP-3  VALUE  +0.
       01  ITO-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  MVJ-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-PC-DATE8             PIC  9(08)          VALUE  ZERO.
       01  WK-ITAKU-WHS            PIC  X(02)          VALUE  SPACE.
       01  WK-ZAIKO-BEFORE         PIC S9(07)          VALUE  ZERO.
       01  WK-ZAIKO-AFTER          PIC S9(07)          VALUE  ZERO.
       01  WK-EXC-RIYU             PIC  X(14)          VALUE  SPACE.
       01  WK-FUTAI-TANKA          PIC S9(05)V9(2)     VALUE  ZERO.
       01  WK-YUKO-DATE            PIC  9(08)          VALUE  ZERO.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER                PIC  X(10)  VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(20)  VALUE
                    "委託在庫補充入庫台帳".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER                PIC  X(3)   VALUE  SPACE.
         02  FILLER                PIC  X(4)   VALUE  "DATE".
         02  FILLER                PIC  X(1)   VALUE  SPACE.
         02  H1-DATE               PIC  9(08).
         02  FILLER                PIC  X(73)  VALUE  SPACE.
      *  小見出し
       01  H2-KOMIDASHI.
         02  FILLER                PIC  X(8)   VALUE  "受注番号".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "得意先".
         02  FILLER                PIC  X(4)   VALUE  "場所".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "商品番号".
         02  FILLER                PIC  X(10)  VALUE  "ロット番号".
         02  FILLER                PIC  X(3)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "補充数量".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "処理後残".
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "備  考".
         02  FILLER                PIC  X(64)  VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-JUCHU-NO           PIC  9(06).
         02  FILLER                PIC  X(1)   VALUE  "-".
         02  D1-GYO-NO             PIC  9(02).
         02  FILLER                PIC  X(1)   VALUE  SPACE.
         02  D1-TOKU-COD           PIC  X(4).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D1-ITAKU-WHS          PIC  X(2).
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  D1-SHOHIN-NO          PIC  X(5).
         02  FILLER                PIC  X(3)   VALUE  SPACE.
         02  D1-LOT-NO             PIC  X(10).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D1-SURYO              PIC  Z,ZZZ,ZZ9.
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D1-ZAIKO-AFTER        PIC  Z,ZZZ,ZZ9-.
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D1-BIKO               PIC  X(14).
         02  FILLER                PIC  X(56)  VALUE  SPACE.
      *
      ********************************************************
      *  委託在庫補充入庫処理
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  NYUKO-RTN  UNTIL  ITK-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理
      ********************************************************
       INIT-RTN                    SECTION.
           DISPLAY  "*** KJBM400 START ***".
           OPEN  INPUT   ITK-FILE  TOK-FILE.
           OPEN  I-O     LOT-FILE.
           OPEN  EXTEND  MVJ-FILE.
           OPEN  OUTPUT  ITO-FILE  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8   TO  H1-DATE.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  H2-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           PERFORM  ITK-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  委託補充入力処理
      ********************************************************
       ITK-READ-RTN                SECTION.
           READ  ITK-FILE
             AT  END
               MOVE  "1"  TO  ITK-END-FLG
             NOT  AT  END
               ADD  +1  TO  ITK-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  入庫処理（得意先の委託在庫場所のロット別在庫へ積み増す）
      ********************************************************
       NYUKO-RTN                   SECTION.
           MOVE  SPACE  TO  WK-EXC-RIYU  WK-ITAKU-WHS.
           MOVE  ZERO   TO  WK-ZAIKO-AFTER.
           MOVE  UF010-TOKU-COD  TO  CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               MOVE  "得意先無し"  TO  WK-EXC-RIYU
             NOT  INVALID  KEY
               IF  CFTOK-ITAKU-WHS  =  SPACE
                 MOVE  "場所未登録"  TO  WK-EXC-RIYU
               ELSE
                 MOVE  CFTOK-ITAKU-WHS  TO  WK-ITAKU-WHS
               END-IF
           END-READ.
           IF  WK-EXC-RIYU  NOT  =  SPACE
             MOVE  ITK-REC  TO  ITO-REC
             WRITE  ITO-REC
             ADD  +1  TO  ITO-CNT
             PERFORM  OEF-WRITE-RTN
             GO  TO  NEXT-READ
           END-IF.
           PERFORM  ZAIKO-GOKEI-RTN.
           COMPUTE  WK-ZAIKO-AFTER  =
                    WK-ZAIKO-BEFORE  +  UF010-SURYO.
           PERFORM  LOT-NYUKO-RTN.
           PERFORM  MVJ-WRITE-RTN.
           ADD  +1  TO  NYUKO-CNT.
           PERFORM  OEF-WRITE-RTN.
       NEXT-READ.
           PERFORM  ITK-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  委託在庫合計処理（委託在庫場所にある当該商品の全ロット
      *  の残数を合計して移動前の在庫数量とする）
      ********************************************************
       ZAIKO-GOKEI-RTN             SECTION.
           MOVE  ZERO  TO  WK-ZAIKO-BEFORE.
           MOVE  "0"   TO  LOT-END-FLG.
           MOVE  UF010-SHOHIN-NO  TO  CFLOT-SHOHIN-NO.
           MOVE  WK-ITAKU-WHS     TO  CFLOT-WHS-COD.
           MOVE  LOW-VALUE        TO  CFLOT-LOT-NO.
           START  LOT-FILE  KEY  >=  CFLOT-KEY
             INVALID  KEY
               MOVE  "1"  TO  LOT-END-FLG
           END-START.
           PERFORM  ZAIKO-KASAN-RTN  UNTIL  LOT-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  委託在庫加算処理
      ********************************************************
       ZAIKO-KASAN-RTN             SECTION.
           READ  LOT-FILE  NEXT
             AT  END
               MOVE  "1"  TO  LOT-END-FLG
               GO  TO  EXT
           END-READ.
           IF  CFLOT-SHOHIN-NO  NOT  =  UF010-SHOHIN-NO
           OR  CFLOT-WHS-COD    NOT  =  WK-ITAKU-WHS
             MOVE  "1"  TO  LOT-END-FLG
             GO  TO  EXT
           END-IF.
           ADD  CFLOT-ZAIKO-SURYO  TO  WK-ZAIKO-BEFORE.
       EXT.
           EXIT.
      ********************************************************
      *  ロット入庫処理（出荷元ロットの有効期限・付随費用単価を
      *  引き継ぐ。初入庫のロットは入庫日を出荷日として新規登録
      *  し、既存ロットへは付随費用単価を残数と加重平均する）
      ********************************************************
       LOT-NYUKO-RTN               SECTION.
           MOVE  ZERO  TO  WK-FUTAI-TANKA  WK-YUKO-DATE.
           IF  UF010-LOT-NO  NOT  =  SPACE
             MOVE  UF010-SHOHIN-NO  TO  CFLOT-SHOHIN-NO
             MOVE  UF010-WHS-COD    TO  CFLOT-WHS-COD
             MOVE  UF010-LOT-NO     TO  CFLOT-LOT-NO
             READ  LOT-FILE
               INVALID  KEY
                 CONTINUE
               NOT  INVALID  KEY
                 MOVE  CFLOT-FUTAI-TANKA  TO  WK-FUTAI-TANKA
                 MOVE  CFLOT-YUKO-DATE    TO  WK-YUKO-DATE
             END-READ
           END-IF.
           MOVE  UF010-SHOHIN-NO  TO  CFLOT-SHOHIN-NO.
           MOVE  WK-ITAKU-WHS     TO  CFLOT-WHS-COD.
           MOVE  UF010-LOT-NO     TO  CFLOT-LOT-NO.
           READ  LOT-FILE
             INVALID  KEY
               MOVE  SPACE            TO  LOT-REC
               MOVE  UF010-SHOHIN-NO  TO  CFLOT-SHOHIN-NO
               MOVE  WK-ITAKU-WHS     TO  CFLOT-WHS-COD
               MOVE  UF010-LOT-NO     TO  CFLOT-LOT-NO
               MOVE  UF010-SURYO      TO  CFLOT-ZAIKO-SURYO
               MOVE  UF010-SHIP-DATE  TO  CFLOT-NYUKO-DATE
               MOVE  WK-YUKO-DATE     TO  CFLOT-YUKO-DATE
               MOVE  ZERO             TO  CFLOT-HORYU-DATE
               MOVE  WK-FUTAI-TANKA   TO  CFLOT-FUTAI-TANKA
               WRITE  LOT-REC
             NOT  INVALID  KEY
               IF  CFLOT-ZAIKO-SURYO  >  ZERO
                 COMPUTE  CFLOT-FUTAI-TANKA  ROUNDED  =
                        ( CFLOT-FUTAI-TANKA  *  CFLOT-ZAIKO-SURYO  +
                          WK-FUTAI-TANKA     *  UF010-SURYO )  /
                        ( CFLOT-ZAIKO-SURYO  +  UF010-SURYO )
               ELSE
                 MOVE  WK-FUTAI-TANKA  TO  CFLOT-FUTAI-TANKA
               END-IF
               ADD  UF010-SURYO  TO  CFLOT-ZAIKO-SURYO
               IF  CFLOT-YUKO-DATE  =  ZERO
                 MOVE  WK-YUKO-DATE  TO  CFLOT-YUKO-DATE
               END-IF
               REWRITE  LOT-REC
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  在庫移動ジャーナル出力処理（委託在庫場所のプラス行。
      *  起因伝票には受注番号＋行番号を記録する）
      ********************************************************
       MVJ-WRITE-RTN               SECTION.
           MOVE  SPACE            TO  MVJ-REC.
           MOVE  WK-PC-DATE8      TO  MVJ-DATE.
           ACCEPT  MVJ-TIME  FROM  TIME.
           MOVE  "KJBM400"        TO  MVJ-PGM-ID.
           MOVE  UF010-SHOHIN-NO  TO  MVJ-SHOHIN-NO.
           MOVE  WK-ITAKU-WHS     TO  MVJ-WHS-COD.
           MOVE  "9"              TO  MVJ-IDO-KBN.
           MOVE  UF010-SURYO      TO  MVJ-IDO-SURYO.
           MOVE  WK-ZAIKO-BEFORE  TO  MVJ-ZAIKO-BEFORE.
           MOVE  WK-ZAIKO-AFTER   TO  MVJ-ZAIKO-AFTER.
           STRING  UF010-JUCHU-NO  DELIMITED  BY  SIZE
                   UF010-GYO-NO    DELIMITED  BY  SIZE
                   INTO  MVJ-DENPYO-NO
           END-STRING.
           WRITE  MVJ-REC.
           ADD  +1  TO  MVJ-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  台帳明細出力処理
      ********************************************************
       OEF-WRITE-RTN               SECTION.
           MOVE  UF010-JUCHU-NO   TO  D1-JUCHU-NO.
           MOVE  UF010-GYO-NO     TO  D1-GYO-NO.
           MOVE  UF010-TOKU-COD   TO  D1-TOKU-COD.
           MOVE  WK-ITAKU-WHS     TO  D1-ITAKU-WHS.
           MOVE  UF010-SHOHIN-NO  TO  D1-SHOHIN-NO.
           MOVE  UF010-LOT-NO     TO  D1-LOT-NO.
           MOVE  UF010-SURYO      TO  D1-SURYO.
           MOVE  WK-ZAIKO-AFTER   TO  D1-ZAIKO-AFTER.
           MOVE  WK-EXC-RIYU      TO  D1-BIKO.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  ITK-FILE  ITO-FILE  TOK-FILE  LOT-FILE  MVJ-FILE
                  OEF-FILE.
           DISPLAY  "*** ITK-CNT="  ITK-CNT.
           DISPLAY  "*** NYUKO="    NYUKO-CNT.
           DISPLAY  "*** ITO-CNT="  ITO-CNT.
           DISPLAY  "*** MVJ-CNT="  MVJ-CNT.
           DISPLAY  "*** KJBM400  END ***".
       EXT.
           EXIT.
