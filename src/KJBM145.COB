      *  サブシステム名    ：共通
      *  プログラム名      ：出荷先マスタメンテナンス
      *  作成日／作成者    ：２０２６年８月２３日  システム技研
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：配送ルート・立寄り順の設定を追加
      *                    ：郵便番号の存在確認と住所の照合を追加
      ********************************************************
      *  申請ファイル（KJCF045）を読み、出荷先マスタ（KCCFSHK）
      *  へ追加／変更／削除を適用する。追加時は親得意先コードが
      *  場合は親得意先が削除済みの孤児出荷先を全件走査し、
      *  一覧出力（LIST）または削除（DELETE、監査ログ付き）を
      *  行う。
      *  配送ルートを指定した追加・変更は、ルートが配送ルート
      *  マスタ（KCCFRTE）に登録済みであることを確認し、未登録
      *  は申請エラー"4"で落とす。立寄り順が数字でない場合は
      *  ゼロとする。
      *  追加・変更は郵便番号・住所照合（KCBS050）で郵便番号を
      *  確認し、形式不正・郵便番号マスタ（KCCFYUB）に無い郵便
      *  番号は申請エラー"5"で落とす。住所の都道府県・市区町村が
      *  郵便番号と一致しないものは適用したうえで警告を印字する。
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  RTE-FILE  ASSIGN  TO  EXTERNAL  RTE
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFRTE-ROUTE-COD.
           SELECT  OTF-FILE  ASSIGN  TO  EXTERNAL  OTF.
           SELECT  LOG-FILE  ASSIGN  TO  EXTERNAL  LOG.
           SELECT  OPR-FILE  ASSIGN  TO  EXTERNAL  OPR
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
      *    配送ルートマスタ（ルート指定の存在確認用）
       FD  RTE-FILE.
       01  RTE-REC.
           COPY  KCCFRTE.
       FD  OTF-FILE.
       01  OTF-REC.
           COPY  KJCF045.
       FD  OPR-FILE.
       01  OPR-REC.
           COPY  KCCFOPR.
      *    孤児出荷先一覧（郵便番号エラー・住所警告も印字）
       FD  OEF-FILE.
       01  OEF-REC                 PIC  X(135).
      *
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHOBUN            PIC  X(8).
         02  FILLER               PIC  X(93)  VALUE  SPACE.
      *  郵便番号エラー・住所警告明細（警告は郵便番号マスタの
      *  都道府県・市区町村を添える）
       01  D2-YUBIN.
         02  D2-KBN               PIC  X(16).
         02  D2-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-SHIP-COD          PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-YUBIN-NO          PIC  X(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-RIYU              PIC  X(40).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-KEN-MEI           PIC  X(8).
         02  D2-SHI-MEI           PIC  X(24).
         02  FILLER               PIC  X(23)  VALUE  SPACE.
      *    郵便番号・住所照合連携パラメタ
           COPY  KCBS050P.
      *
      ********************************************************
      *  出荷先マスタメンテナンス（追加／変更／削除＋孤児走査）
           OPEN  INPUT   ITF-FILE.
           OPEN  I-O     IMF-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  INPUT   RTE-FILE.
           OPEN  OUTPUT  OTF-FILE.
           OPEN  OUTPUT  LOG-FILE.
           OPEN  OUTPUT  OEF-FILE.
           IF  JF045-ERR-KBN  OF  OTF-REC  NOT  =  SPACE
             GO  TO  EXT
           END-IF.
           PERFORM  ROUTE-CHECK-RTN.
           IF  JF045-ERR-KBN  OF  OTF-REC  NOT  =  SPACE
             GO  TO  EXT
           END-IF.
           PERFORM  YUBIN-CHECK-RTN.
           IF  JF045-ERR-KBN  OF  OTF-REC  NOT  =  SPACE
             GO  TO  EXT
           END-IF.
           MOVE  JF045-TOKU-COD  OF  OTF-REC  TO  CFSHK-TOKU-COD.
           MOVE  JF045-SHIP-COD  OF  OTF-REC  TO  CFSHK-SHIP-COD.
           READ  IMF-FILE
               MOVE  JF045-YUBIN-NO  OF  OTF-REC  TO  CFSHK-YUBIN-NO
               MOVE  JF045-JUSHO     OF  OTF-REC  TO  CFSHK-JUSHO
               MOVE  JF045-TEL       OF  OTF-REC  TO  CFSHK-TEL
               MOVE  JF045-ROUTE-COD OF  OTF-REC  TO  CFSHK-ROUTE-COD
               MOVE  JF045-DROP-SEQ  OF  OTF-REC  TO  CFSHK-DROP-SEQ
               WRITE  IMF-REC
               ADD    +1              TO  ADD-CNT
               MOVE   SPACE           TO  LOG-BEFORE-IMAGE
      *  変更処理
      ********************************************************
       CHANGE-RTN                  SECTION.
           PERFORM  ROUTE-CHECK-RTN.
           IF  JF045-ERR-KBN  OF  OTF-REC  NOT  =  SPACE
             GO  TO  EXT
           END-IF.
           PERFORM  YUBIN-CHECK-RTN.
           IF  JF045-ERR-KBN  OF  OTF-REC  NOT  =  SPACE
             GO  TO  EXT
           END-IF.
           MOVE  JF045-TOKU-COD  OF  OTF-REC  TO  CFSHK-TOKU-COD.
           MOVE  JF045-SHIP-COD  OF  OTF-REC  TO  CFSHK-SHIP-COD.
           READ  IMF-FILE
               MOVE  JF045-YUBIN-NO  OF  OTF-REC  TO  CFSHK-YUBIN-NO
               MOVE  JF045-JUSHO     OF  OTF-REC  TO  CFSHK-JUSHO
               MOVE  JF045-TEL       OF  OTF-REC  TO  CFSHK-TEL
               MOVE  JF045-ROUTE-COD OF  OTF-REC  TO  CFSHK-ROUTE-COD
               MOVE  JF045-DROP-SEQ  OF  OTF-REC  TO  CFSHK-DROP-SEQ
               REWRITE  IMF-REC
               ADD    +1              TO  CHG-CNT
               MOVE   IMF-REC         TO  LOG-AFTER-IMAGE
       EXT.
           EXIT.
      ********************************************************
      *  配送ルート確認処理（空白＝ルート外はそのまま通す。立寄り
      *  順の非数字はゼロに直す）
      ********************************************************
       ROUTE-CHECK-RTN             SECTION.
           IF  JF045-DROP-SEQ  OF  OTF-REC  NOT  NUMERIC
             MOVE  ZERO  TO  JF045-DROP-SEQ  OF  OTF-REC
           END-IF.
           IF  JF045-ROUTE-COD  OF  OTF-REC  =  SPACE
             GO  TO  EXT
           END-IF.
           MOVE  JF045-ROUTE-COD  OF  OTF-REC  TO  CFRTE-ROUTE-COD.
           READ  RTE-FILE
             INVALID  KEY
               MOVE  "4"  TO  JF045-ERR-KBN  OF  OTF-REC
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  郵便番号確認処理（形式不正・郵便番号マスタに無い郵便
      *  番号はエラー"5"。住所の不一致は警告の印字のみ。空白は
      *  確認しない）
      ********************************************************
       YUBIN-CHECK-RTN             SECTION.
           MOVE  JF045-YUBIN-NO  OF  OTF-REC  TO  S050-YUBIN-NO.
           MOVE  JF045-JUSHO     OF  OTF-REC  TO  S050-JUSHO.
           CALL  "KCBS050"  USING  KCBS050-P1.
           EVALUATE  S050-RCD
             WHEN  "2"
               MOVE  "5"  TO  JF045-ERR-KBN  OF  OTF-REC
               MOVE  "郵便番号エラー："            TO  D2-KBN
               MOVE  "郵便番号の形式が正しくありません"
                                                  TO  D2-RIYU
               PERFORM  YUBIN-PRINT-RTN
             WHEN  "3"
               MOVE  "5"  TO  JF045-ERR-KBN  OF  OTF-REC
               MOVE  "郵便番号エラー："            TO  D2-KBN
               MOVE  "郵便番号マスタにありません"
                                                  TO  D2-RIYU
               PERFORM  YUBIN-PRINT-RTN
             WHEN  "4"
               MOVE  "住所警告："                  TO  D2-KBN
               MOVE  "住所が郵便番号の地名と違います"
                                                  TO  D2-RIYU
               PERFORM  YUBIN-PRINT-RTN
           END-EVALUATE.
       EXT.
           EXIT.
      ********************************************************
      *  郵便番号エラー・住所警告印字処理
      ********************************************************
       YUBIN-PRINT-RTN             SECTION.
           MOVE  JF045-TOKU-COD  OF  OTF-REC  TO  D2-TOKU-COD.
           MOVE  JF045-SHIP-COD  OF  OTF-REC  TO  D2-SHIP-COD.
           MOVE  JF045-YUBIN-NO  OF  OTF-REC  TO  D2-YUBIN-NO.
           MOVE  S050-KEN-MEI                 TO  D2-KEN-MEI.
           MOVE  S050-SHI-MEI                 TO  D2-SHI-MEI.
           MOVE  D2-YUBIN  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  OEF-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  削除処理
      ********************************************************
       DELETE-RTN                  SECTION.
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  ITF-FILE  IMF-FILE  TOK-FILE  RTE-FILE  OTF-FILE
                  LOG-FILE  OEF-FILE.
           DISPLAY  "*** ITF-CNT="  ITF-CNT.
           DISPLAY  "*** ADD-CNT="  ADD-CNT.
