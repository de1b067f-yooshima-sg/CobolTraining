      * サブシステム名：共通
      * プログラム名  ：受注番号採番サービス
      * 作成日／作成者：２０２６年９月　２日  システム技研
      * 変更日／変更者：２０２６年１０月１５日  システム技研
      *       変更内容：番号帯を会社別に払い出す
      ******************************************************************
      *    受注番号範囲マスタ（KCCFNBR）から発番元ＩＤの次番号を
      *    １件払い出す共通サービス。呼出しごとにマスタを開閉して
      *    しても払出済み番号は失われない（欠番にはなり得るが
      *    重複はしない）。発番元が未登録、または次番号が割当
      *    範囲の上限を超えている場合は戻り値"E"を返し、番号は
      *    払い出さない。番号帯は発番元ＩＤ＋会社コードで引き、
      *    会社コード空白は"01"とみなす。"01"の帯が無い場合は
      *    会社コード空白で登録された旧来の帯を使う
      ******************************************************************
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
           SELECT  NBR-FILE  ASSIGN  TO  EXTERNAL  NBR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFNBR-KEY.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
           COPY  KCCFNBR.
      *
       WORKING-STORAGE        SECTION.
       01  WK-NBR-FLG             PIC  X(1)          VALUE  "0".
      *
       LINKAGE                SECTION.
           COPY  KCBS030P.
           MOVE  SPACE  TO  S030-RCD.
           MOVE  ZERO   TO  S030-JUCHU-NO.
           OPEN  I-O  NBR-FILE.
           IF  S030-KAISHA-COD  =  SPACE
             MOVE  "01"  TO  S030-KAISHA-COD
           END-IF.
           MOVE  "0"              TO  WK-NBR-FLG.
           MOVE  S030-SOURCE-ID   TO  CFNBR-SOURCE-ID.
           MOVE  S030-KAISHA-COD  TO  CFNBR-KAISHA-COD.
           READ  NBR-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               MOVE  "1"  TO  WK-NBR-FLG
           END-READ.
           IF  WK-NBR-FLG  =  "0"
             AND  S030-KAISHA-COD  =  "01"
               MOVE  S030-SOURCE-ID  TO  CFNBR-SOURCE-ID
               MOVE  SPACE           TO  CFNBR-KAISHA-COD
               READ  NBR-FILE
                 INVALID  KEY
                   CONTINUE
                 NOT  INVALID  KEY
                   MOVE  "1"  TO  WK-NBR-FLG
               END-READ
           END-IF.
           IF  WK-NBR-FLG  =  "0"
               MOVE  "E"  TO  S030-RCD
           ELSE
               IF  CFNBR-NEXT-NO  <  CFNBR-FROM-NO
                 OR  CFNBR-NEXT-NO  >  CFNBR-TO-NO
                   MOVE  "E"  TO  S030-RCD
                   ADD   +1  TO  CFNBR-ASSIGN-CNT
                   REWRITE  NBR-REC
               END-IF
           END-IF.
           CLOSE  NBR-FILE.
           EXIT  PROGRAM.
