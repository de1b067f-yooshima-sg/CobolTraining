      *  変更日／変更者    ：２０２６年９月　２日  システム技研
      *        変更内容    ：受注番号を共通採番（KCBS030）へ変更
      *                    ：採番エラー時は中止（自前採番を廃止）
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：受注番号を得意先の会社の番号帯から採番
      ********************************************************
      *    見積ファイル（KJCF250）の成約（状態"1"）かつ有効期限内
      *    の見積を、通常の受注データ（KJCF010形式）へ起こして
      *    ＩＴＦへ追記する。受注番号は共通採番サービス
      *    （KCBS030、番号範囲マスタKCCFNBRの発番元"KJBM275"。
      *    番号帯は得意先の会社のもの）から払い出し、番号範囲
      *    マスタ未登録・枯渇時のみ環境変数KJBM275_BASE_NOの
      *    基底番号＋連番へ戻す。見積単価を
      *    受注時単価へ、発生元区分"Q"を設定する。変換済みの
      *    見積は受注化済（状態"9"）へ落として二重変換を防ぐ。
      *    有効期限切れの成約見積は変換せず期限切れリストへ表示
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  QTF-KEY.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  OTF-FILE  ASSIGN  TO  EXTERNAL  ITF.
      *
       DATA                        DIVISION.
       FD  QTF-FILE.
       01  QTF-REC.
           COPY  KJCF250.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  OTF-FILE.
       01  OTF-REC.
           COPY  KJCF010.
       INIT-RTN                   SECTION.
           DISPLAY  "*** KJBM275 START ***".
           OPEN  I-O     QTF-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  EXTEND  OTF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  LOW-VALUE  TO  QTF-KEY.
      *    受注番号は共通採番サービスから払い出す。番号範囲
      *    マスタ未登録・枯渇（"E"）時に自前採番へ戻すと他発番元
      *    との重複を招くため、番号帯を整備して再実行してもらう
      *    番号帯は得意先の会社のものを使う（得意先未登録は
      *    "01"の帯から払い出し、受注取込の得意先検査で落とす）
           MOVE  SPACE           TO  S030-KAISHA-COD.
           MOVE  QTF-TOKU-COD    TO  CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               MOVE  CFTOK-KAISHA-COD  TO  S030-KAISHA-COD
           END-READ.
           MOVE  "KJBM275"  TO  S030-SOURCE-ID.
           CALL  "KCBS030"  USING  KCBS030-P1.
           IF  S030-RCD  NOT  =  SPACE
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  QTF-FILE  TOK-FILE  OTF-FILE.
           DISPLAY  "*** QTF-CNT="  QTF-CNT.
           DISPLAY  "*** GEN-CNT="  GEN-CNT.
           DISPLAY  "*** KIGEN="    KIGEN-CNT.
