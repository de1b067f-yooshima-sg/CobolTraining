      *  変更日／変更者    ：２０２６年９月　２日  システム技研
      *        変更内容    ：受注番号を共通採番（KCBS030）へ変更
      *                    ：採番エラー時は中止（自前採番を廃止）
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：受注番号を得意先の会社の番号帯から採番
      ********************************************************
      *    定期受注マスタ（KCCFSOR）を全件読み、次回生成日が
      *    当日以前で有効期間内の行から通常のKJCF010受注データ
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  CFSOR-SOR-NO.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  OTF-FILE  ASSIGN  TO  EXTERNAL  OTF.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       FD  SOR-FILE.
       01  SOR-REC.
           COPY  KCCFSOR.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  OTF-FILE.
       01  OTF-REC.
           COPY  KJCF010.
       INIT-RTN                    SECTION.
           DISPLAY  "*** KJBM195 START ***".
           OPEN  I-O     SOR-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  OUTPUT  OTF-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-TODAY8  FROM  DATE  YYYYMMDD.
      *    受注番号は共通採番サービスから払い出す。番号範囲
      *    マスタ未登録・枯渇（"E"）時に自前採番へ戻すと他発番元
      *    との重複を招くため、番号帯を整備して再実行してもらう
      *    番号帯は得意先の会社のものを使う（得意先未登録は
      *    "01"の帯から払い出し、受注取込の得意先検査で落とす）
           MOVE  SPACE           TO  S030-KAISHA-COD.
           MOVE  CFSOR-TOKU-COD  TO  CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               MOVE  CFTOK-KAISHA-COD  TO  S030-KAISHA-COD
           END-READ.
           MOVE  "KJBM195"  TO  S030-SOURCE-ID.
           CALL  "KCBS030"  USING  KCBS030-P1.
           IF  S030-RCD  NOT  =  SPACE
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  SOR-FILE  TOK-FILE  OTF-FILE  OEF-FILE.
           DISPLAY  "*** SOR-CNT="  SOR-CNT.
           DISPLAY  "*** GEN-CNT="  GEN-CNT.
           DISPLAY  "*** KJBM195  END ***".
