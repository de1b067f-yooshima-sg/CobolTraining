      *       変更内容  ：取引先商品コード変換を追加
      *                 ：受注番号の番号帯検査を追加
      *                 ：ＲＭＡ番号欄（第１３項目）を追加
      * 変更日／変更者  ：２０２６年１０月１５日  システム技研
      *       変更内容  ：受注データの無償区分追加に伴う出力長変更
      *                 ：受注番号の番号帯検査を得意先の会社別に変更
      ********************************************************
      *    得意先から受け取ったカンマ区切りのＣＳＶ受注データを
      *    KJCF010形式（KJBM010の入力）に変換する。項目の並びは
           SELECT  NBR-FILE  ASSIGN  TO  EXTERNAL  NBR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFNBR-KEY.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  PXR-FILE  ASSIGN  TO  EXTERNAL  PXR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
       FD  NBR-FILE.
       01  NBR-REC.
           COPY  KCCFNBR.
      *    得意先マスタ（番号帯を引く会社コードの取得）
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
      *    取引先商品コード変換マスタ
       FD  PXR-FILE.
       01  PXR-REC.
           COPY  KCCFPXR.
      *    テスト取引先の振り向け先（本番ＩＴＦへは流さない）
       FD  TST-FILE.
       01  TST-REC                   PIC  X(65).
      *    取引先別受信ログ（受信ファイル１本につき１行追記）
       FD  PIL-FILE.
       01  PIL-REC.
      *    受注番号帯検査用（番号範囲マスタの発番元"KJBM005"の
      *    帯。取引先が採番した受注番号がこの帯の外にある明細は
      *    他発番元との重複の恐れがあるため受け付けない。マスタ
      *    未登録の場合は従来どおり検査なしで通す。帯は明細の
      *    得意先の会社ごとに引き、会社が変わった時だけ読み直す）
       01  WK-NBR-CHECK-FLG          PIC   X(01)  VALUE SPACE.
       01  WK-NBR-KAISHA-COD         PIC   X(02)  VALUE HIGH-VALUE.
       01  WK-KAISHA-COD             PIC   X(02)  VALUE SPACE.
       01  WK-NBR-FROM               PIC   9(06)  VALUE 0.
       01  WK-NBR-TO                 PIC   9(06)  VALUE 0.
       01  WK-NBR-JUCHU-NO           PIC   9(06)  VALUE 0.
           OPEN  INPUT   PTN-FILE.
           OPEN  INPUT   PXR-FILE.
           OPEN  INPUT   NBR-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  OUTPUT  TST-FILE.
           OPEN  EXTEND  PIL-FILE.
           ACCEPT  WK-PIL-DATE8  FROM  DATE  YYYYMMDD.
             GO  TO  EXT
           END-IF.
           PERFORM  CSV-SPLIT-RTN.
           PERFORM  NBR-GET-RTN.
           IF  WK-NBR-CHECK-FLG  =  "1"
             AND  WK-CSV-JUCHU-NO  IS  NUMERIC
               MOVE  WK-CSV-JUCHU-NO  TO  WK-NBR-JUCHU-NO
       EXT.
           EXIT.
      ********************************************************
      *    番号帯取得処理（明細の得意先の会社コードで発番元
      *    "KJBM005"の帯を引く。得意先未登録・会社コード空白は
      *    "01"とし、"01"の帯が無ければ会社コード空白で登録された
      *    旧来の帯を使う。帯が無い会社は検査しない）
      ********************************************************
       NBR-GET-RTN            SECTION.
           MOVE  SPACE            TO  WK-KAISHA-COD.
           MOVE  WK-CSV-TOKU-COD  TO  CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               MOVE  CFTOK-KAISHA-COD  TO  WK-KAISHA-COD
           END-READ.
           IF  WK-KAISHA-COD  =  SPACE
             MOVE  "01"  TO  WK-KAISHA-COD
           END-IF.
           IF  WK-KAISHA-COD  =  WK-NBR-KAISHA-COD
             GO  TO  EXT
           END-IF.
           MOVE  WK-KAISHA-COD  TO  WK-NBR-KAISHA-COD.
           MOVE  SPACE          TO  WK-NBR-CHECK-FLG.
           MOVE  "KJBM005"      TO  CFNBR-SOURCE-ID.
           MOVE  WK-KAISHA-COD  TO  CFNBR-KAISHA-COD.
           READ  NBR-FILE
             INVALID  KEY
               IF  WK-KAISHA-COD  =  "01"
                 MOVE  SPACE  TO  CFNBR-KAISHA-COD
                 READ  NBR-FILE
                   INVALID  KEY
                     CONTINUE
                   NOT  INVALID  KEY
                     MOVE  "1"  TO  WK-NBR-CHECK-FLG
                 END-READ
               END-IF
             NOT  INVALID  KEY
               MOVE  "1"  TO  WK-NBR-CHECK-FLG
           END-READ.
           IF  WK-NBR-CHECK-FLG  =  "1"
             MOVE  CFNBR-FROM-NO  TO  WK-NBR-FROM
             MOVE  CFNBR-TO-NO    TO  WK-NBR-TO
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *    取引先照合処理（ヘッダ行の送信元ＩＤをＥＤＩ取引先
      *    マスタと照合する。未登録・停止中の送信元はバッチごと
      *    受け付けず、テスト扱いの取引先は全明細を本番ＩＴＦ
           CLOSE  ITF-FILE.
           OPEN  OUTPUT  ITF-FILE.
           CLOSE  ITF-FILE  EDI-FILE  EXJ-FILE
                  PTN-FILE  NBR-FILE  PXR-FILE  TST-FILE  PIL-FILE
                  TOK-FILE.
           STOP  RUN.
       EXT.
           EXIT.
           CLOSE  EDI-FILE.
           CLOSE  ITF-FILE.
           CLOSE  PTN-FILE  NBR-FILE  PXR-FILE  TST-FILE  PIL-FILE.
           CLOSE  TOK-FILE.
           DISPLAY  "*** EDI = " EDI-CNT " ***".
           DISPLAY  "*** ITF = " ITF-CNT " ***".
           DISPLAY  "*** TST = " TST-CNT " ***".
