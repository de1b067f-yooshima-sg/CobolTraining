       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            KCBS040.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：共通
      * プログラム名  ：配送ルート・配送日算出
      * 作成日／作成者：２０２６年１０月１５日  システム技研
      * 変更日／変更者：
      *       変更内容：
      ******************************************************************
      *    配送ルート共通サブルーチン。連携パラメタ（KCBS040P）で
      *    呼び出す。得意先＋出荷先で出荷先マスタ（KCCFSHK、ファイル
      *    ＳＨＫ）を引いて配送ルート・立寄り順を返し、配送日算出
      *    では配送ルートマスタ（KCCFRTE、ファイルＲＴＥ）の運行
      *    曜日かつ営業日（KCBS020で判定）の最初の日を返す。当日
      *    起点の場合はルートの出発締め時刻を過ぎていれば翌日から
      *    探す。マスタは初回呼出でオープンし、以後の呼出で使い回す。
      *    機能："1"＝ルート引当、"2"＝配送日算出
      ******************************************************************
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT  SHK-FILE  ASSIGN  TO  EXTERNAL  SHK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHK-KEY.
           SELECT  RTE-FILE  ASSIGN  TO  EXTERNAL  RTE
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFRTE-ROUTE-COD.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  SHK-FILE.
       01  SHK-REC.
           COPY  KCCFSHK.
       FD  RTE-FILE.
       01  RTE-REC.
           COPY  KCCFRTE.
      *
       WORKING-STORAGE        SECTION.
       01  WK-FILE-OPEN-FLG   PIC  X(01) VALUE  "N".
       01  WK-TODAY8          PIC  9(08) VALUE  ZERO.
       01  WK-NOW-TIME        PIC  9(08) VALUE  ZERO.
       01  WK-NOW-TIME-R  REDEFINES  WK-NOW-TIME.
         02  WK-NOW-HHMM      PIC  9(04).
         02  FILLER           PIC  9(04).
       01  WK-DATE-INT        PIC S9(08) COMP-3  VALUE  ZERO.
       01  WK-WORK-DATE       PIC  9(08) VALUE  ZERO.
       01  WK-SHO             PIC S9(08) COMP-3  VALUE  ZERO.
       01  WK-YOUBI           PIC  9(01) VALUE  ZERO.
       01  WK-HIT-FLG         PIC  X(01) VALUE  SPACE.
       01  WK-LOOP-CNT        PIC S9(05) COMP-3  VALUE  ZERO.
           COPY  KCBS020P.
      *
       LINKAGE                SECTION.
           COPY KCBS040P.
      ******************************************************************
      *    配送ルート・配送日算出
      ******************************************************************
       PROCEDURE              DIVISION
                              USING  KCBS040-P1.
           MOVE  SPACE  TO  S040-RCD  S040-ROUTE-COD.
           MOVE  ZERO   TO  S040-DROP-SEQ  S040-KEKKA-DATE.
           IF  WK-FILE-OPEN-FLG  =  "N"
             OPEN  INPUT  SHK-FILE
             OPEN  INPUT  RTE-FILE
             MOVE  "Y"  TO  WK-FILE-OPEN-FLG
           END-IF.
           IF  S040-TOKU-COD  =  SPACE
             OR  NOT  (S040-FUNC  =  "1"  OR  "2")
             MOVE  "1"  TO  S040-RCD
             GO  TO  SYORI-EXT
           END-IF.
           PERFORM  ROUTE-HIKIATE-RTN.
           IF  S040-RCD  NOT  =  SPACE
             GO  TO  SYORI-EXT
           END-IF.
           IF  S040-FUNC  =  "2"
             PERFORM  HAISO-BI-RTN
           END-IF.
       SYORI-EXT.
           EXIT PROGRAM.
      ******************************************************************
      *    ルート引当処理（出荷先マスタのルートを返し、ルート
      *    マスタを読んでおく。ルート空白・マスタ未登録は"2"）
      ******************************************************************
       ROUTE-HIKIATE-RTN      SECTION.
           MOVE  S040-TOKU-COD  TO  CFSHK-TOKU-COD.
           MOVE  S040-SHIP-COD  TO  CFSHK-SHIP-COD.
           READ  SHK-FILE
             INVALID  KEY
               MOVE  "2"  TO  S040-RCD
               GO  TO  EXT
           END-READ.
           IF  CFSHK-ROUTE-COD  =  SPACE
             MOVE  "2"  TO  S040-RCD
             GO  TO  EXT
           END-IF.
           MOVE  CFSHK-ROUTE-COD  TO  CFRTE-ROUTE-COD.
           READ  RTE-FILE
             INVALID  KEY
               MOVE  "2"  TO  S040-RCD
               GO  TO  EXT
           END-READ.
           MOVE  CFSHK-ROUTE-COD  TO  S040-ROUTE-COD.
           IF  CFSHK-DROP-SEQ  IS  NUMERIC
             MOVE  CFSHK-DROP-SEQ  TO  S040-DROP-SEQ
           END-IF.
       EXT.
           EXIT.
      ******************************************************************
      *    配送日算出処理（起点日以降で運行曜日かつ営業日の最初の
      *    日を探す。運行曜日が１日も無いルート・６０日以内に運行日
      *    の無い場合は"3"）
      ******************************************************************
       HAISO-BI-RTN           SECTION.
           ACCEPT  WK-TODAY8    FROM  DATE  YYYYMMDD.
           ACCEPT  WK-NOW-TIME  FROM  TIME.
           MOVE  ZERO  TO  WK-LOOP-CNT.
           INSPECT  CFRTE-YOUBI-TBL  TALLYING  WK-LOOP-CNT
             FOR  ALL  "1".
           IF  WK-LOOP-CNT  =  ZERO
             MOVE  "3"  TO  S040-RCD
             GO  TO  EXT
           END-IF.
      *    起点日（当日より前・ゼロは当日。当日起点で締め時刻を
      *    過ぎていれば翌日）
           IF  S040-DATE1  NOT  NUMERIC
             OR  S040-DATE1  <=  WK-TODAY8
             MOVE  WK-TODAY8  TO  WK-WORK-DATE
             IF  CFRTE-CUTOFF-TIME  IS  NUMERIC
               AND  CFRTE-CUTOFF-TIME  NOT  =  ZERO
               AND  WK-NOW-HHMM  >=  CFRTE-CUTOFF-TIME
                 COMPUTE  WK-DATE-INT  =
                          FUNCTION  INTEGER-OF-DATE  (WK-WORK-DATE)
                          +  1
                 COMPUTE  WK-WORK-DATE  =
                          FUNCTION  DATE-OF-INTEGER  (WK-DATE-INT)
             END-IF
           ELSE
             MOVE  S040-DATE1  TO  WK-WORK-DATE
           END-IF.
           COMPUTE  WK-DATE-INT  =
                    FUNCTION  INTEGER-OF-DATE  (WK-WORK-DATE).
           MOVE  ZERO   TO  WK-LOOP-CNT.
           MOVE  SPACE  TO  WK-HIT-FLG.
           PERFORM  UNKO-BI-RTN
             UNTIL  WK-HIT-FLG  =  "1"  OR  WK-LOOP-CNT  >  60.
           IF  WK-HIT-FLG  =  "1"
             MOVE  WK-WORK-DATE  TO  S040-KEKKA-DATE
           ELSE
             MOVE  "3"  TO  S040-RCD
           END-IF.
       EXT.
           EXIT.
      ******************************************************************
      *    運行日判定処理（WK-DATE-INTの日が運行曜日かつ営業日なら
      *    採用し、そうでなければ翌日へ進める。曜日は基準日（整数値
      *    １＝１６０１年１月１日）が月曜のため、剰余１＝月曜〜
      *    ６＝土曜、０＝日曜）
      ******************************************************************
       UNKO-BI-RTN            SECTION.
           ADD  1  TO  WK-LOOP-CNT.
           COMPUTE  WK-WORK-DATE  =
                    FUNCTION  DATE-OF-INTEGER  (WK-DATE-INT).
           DIVIDE  WK-DATE-INT  BY  7  GIVING  WK-SHO
                   REMAINDER  WK-YOUBI.
           IF  WK-YOUBI  =  0
             MOVE  7  TO  WK-YOUBI
           END-IF.
           IF  CFRTE-YOUBI  (WK-YOUBI)  =  "1"
             MOVE  "1"           TO  S020-FUNC
             MOVE  WK-WORK-DATE  TO  S020-DATE1
             CALL  "KCBS020"  USING  KCBS020-P1
             IF  S020-RCD  =  SPACE
               AND  S020-KEKKA-FLG  =  "1"
                 MOVE  "1"  TO  WK-HIT-FLG
                 GO  TO  EXT
             END-IF
           END-IF.
           ADD  1  TO  WK-DATE-INT.
       EXT.
           EXIT.
