       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KUBM370.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：売上
      *  プログラム名      ：振込専用口座マスタメンテナンス
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *  申請ファイル（KUCF230）を読み、得意先振込専用口座マスタ
      *  （KCCFVAN）へ追加／変更（割当先得意先の付け替え）／削除
      *  を適用する。商品・得意先マスタと同じ申請適用方式とし、
      *  申請承認（KJBM150）で承認済み（承認区分"1"かつ申請者と
      *  承認者が異なる）の申請のみを適用して、変更・削除前後の
      *  値をＫＣＣＦＬＯＧへ監査ログとして記録する。操作者は
      *  環境変数KCOPIDをマスタ保守権限と照合する。
      *  追加・変更では口座番号と割当先得意先の登録を確認し、
      *  誤りはエラー"5"で落とす
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  ITF-FILE  ASSIGN  TO  EXTERNAL  ITF.
           SELECT  VAN-FILE  ASSIGN  TO  EXTERNAL  VAN
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFVAN-KOZA-NO.
           SELECT  OTF-FILE  ASSIGN  TO  EXTERNAL  OTF.
           SELECT  LOG-FILE  ASSIGN  TO  EXTERNAL  LOG.
           SELECT  OPR-FILE  ASSIGN  TO  EXTERNAL  OPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFOPR-USER-ID.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  ITF-FILE.
       01  ITF-REC.
           COPY  KUCF230.
       FD  VAN-FILE.
       01  VAN-REC.
           COPY  KCCFVAN.
       FD  OTF-FILE.
       01  OTF-REC.
           COPY  KUCF230.
       FD  LOG-FILE.
       01  LOG-REC.
           COPY  KCCFLOG.
      *    操作者マスタ（起動時の権限確認用）
       FD  OPR-FILE.
       01  OPR-REC.
           COPY  KCCFOPR.
      *    得意先マスタ（割当先の存在確認用）
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
      *
       WORKING-STORAGE             SECTION.
       01  ITF-END-FLG             PIC  X(1)          VALUE  "0".
       01  ITF-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  ADD-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  CHG-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  DEL-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  ERR-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  WK-RUN-DATE8            PIC  9(08)          VALUE  ZERO.
      *    操作者認証用（環境変数KCOPIDの操作者ＩＤをマスタと
      *    照合し、認証済みＩＤを監査ログへ記録する）
       01  WK-OPID                 PIC  X(08)          VALUE  SPACE.
       01  WK-AUTH-FLG             PIC  X(01)          VALUE  SPACE.
      *
      ********************************************************
      *  振込専用口座マスタメンテナンス（追加／変更／削除）
      *  変更・削除前後の値はＫＣＣＦＬＯＧへ監査ログとして記録する
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  ITF-READ-RTN.
           PERFORM  MENTE-RTN  UNTIL  ITF-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理
      ********************************************************
       INIT-RTN                    SECTION.
           DISPLAY  "*** KUBM370 START ***".
           PERFORM  AUTH-RTN.
           OPEN  INPUT   ITF-FILE.
           OPEN  I-O     VAN-FILE.
           OPEN  OUTPUT  OTF-FILE.
           OPEN  EXTEND  LOG-FILE.
           OPEN  INPUT   TOK-FILE.
           ACCEPT  WK-RUN-DATE8  FROM  DATE  YYYYMMDD.
       EXT.
           EXIT.
      ********************************************************
      *  操作者認証処理（環境変数KCOPIDの操作者ＩＤを操作者
      *  マスタと照合し、マスタ保守権限の無い操作者の実行を
      *  ここで止める）
      ********************************************************
       AUTH-RTN                    SECTION.
           ACCEPT  WK-OPID  FROM  ENVIRONMENT  "KCOPID".
           MOVE  SPACE  TO  WK-AUTH-FLG.
           OPEN  INPUT  OPR-FILE.
           MOVE  WK-OPID  TO  CFOPR-USER-ID.
           READ  OPR-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  CFOPR-MAINT-FLG  =  "1"
                 MOVE  "1"  TO  WK-AUTH-FLG
               END-IF
           END-READ.
           CLOSE  OPR-FILE.
           IF  WK-AUTH-FLG  NOT  =  "1"
             DISPLAY  "*** KUBM370 AUTH ERROR OPID="  WK-OPID
             STOP  RUN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  トラン入力処理
      ********************************************************
       ITF-READ-RTN                SECTION.
           READ  ITF-FILE  AT  END
             MOVE  "1"  TO  ITF-END-FLG
           NOT  AT  END
             ADD   +1   TO   ITF-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  メンテナンス処理（承認ワークフローを経ていない申請は
      *  エラー"4"、口座番号が数字でないかゼロの申請は区分不正と
      *  同じエラー"1"で落とし、マスタへは適用しない）
      ********************************************************
       MENTE-RTN                   SECTION.
           MOVE  ITF-REC  TO  OTF-REC.
           MOVE  SPACE    TO  UF230-ERR-KBN  OF  OTF-REC.
           IF  UF230-APPROVE-FLG  OF  OTF-REC  NOT  =  "1"
             OR  UF230-APPROVE-USER  OF  OTF-REC  =  SPACE
             OR  UF230-APPROVE-USER  OF  OTF-REC  =
                 UF230-APPLY-USER    OF  OTF-REC
               MOVE  "4"  TO  UF230-ERR-KBN  OF  OTF-REC
           ELSE
             IF  UF230-KOZA-NO  OF  OTF-REC  NOT  NUMERIC
               MOVE  "1"  TO  UF230-ERR-KBN  OF  OTF-REC
             ELSE
               IF  UF230-KOZA-NO  OF  OTF-REC  =  ZERO
                 MOVE  "1"  TO  UF230-ERR-KBN  OF  OTF-REC
               ELSE
                 PERFORM  SHORI-RTN
               END-IF
             END-IF
           END-IF.
           IF  UF230-ERR-KBN  OF  OTF-REC  NOT  =  SPACE
             ADD  +1  TO  ERR-CNT
           END-IF.
           WRITE  OTF-REC.
           PERFORM  ITF-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  処理区分別振分処理
      ********************************************************
       SHORI-RTN                   SECTION.
           EVALUATE  UF230-ACTION-KBN  OF  OTF-REC
             WHEN  "A"
               PERFORM  NAIYO-CHECK-RTN
               IF  UF230-ERR-KBN  OF  OTF-REC  =  SPACE
                 PERFORM  ADD-RTN
               END-IF
             WHEN  "C"
               PERFORM  NAIYO-CHECK-RTN
               IF  UF230-ERR-KBN  OF  OTF-REC  =  SPACE
                 PERFORM  CHANGE-RTN
               END-IF
             WHEN  "D"
               PERFORM  DELETE-RTN
             WHEN  OTHER
               MOVE  "1"  TO  UF230-ERR-KBN  OF  OTF-REC
           END-EVALUATE.
       EXT.
           EXIT.
      ********************************************************
      *  申請内容確認処理（割当先得意先が得意先マスタに登録されて
      *  いること）
      ********************************************************
       NAIYO-CHECK-RTN             SECTION.
           IF  UF230-TOKU-COD  OF  OTF-REC  =  SPACE
             MOVE  "5"  TO  UF230-ERR-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           MOVE  UF230-TOKU-COD  OF  OTF-REC  TO  CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               MOVE  "5"  TO  UF230-ERR-KBN  OF  OTF-REC
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  追加処理
      ********************************************************
       ADD-RTN                     SECTION.
           MOVE  UF230-KOZA-NO  OF  OTF-REC  TO  CFVAN-KOZA-NO.
           READ  VAN-FILE
             INVALID  KEY
               MOVE  UF230-KOZA-NO   OF  OTF-REC  TO  CFVAN-KOZA-NO
               MOVE  UF230-TOKU-COD  OF  OTF-REC  TO  CFVAN-TOKU-COD
               WRITE  VAN-REC
               ADD    +1             TO  ADD-CNT
               MOVE   SPACE          TO  LOG-BEFORE-IMAGE
               MOVE   VAN-REC        TO  LOG-AFTER-IMAGE
               PERFORM  LOG-WRITE-RTN
             NOT  INVALID  KEY
               MOVE  "2"  TO  UF230-ERR-KBN  OF  OTF-REC
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  変更処理（割当先得意先の付け替え）
      ********************************************************
       CHANGE-RTN                  SECTION.
           MOVE  UF230-KOZA-NO  OF  OTF-REC  TO  CFVAN-KOZA-NO.
           READ  VAN-FILE
             INVALID  KEY
               MOVE  "2"  TO  UF230-ERR-KBN  OF  OTF-REC
               GO  TO  EXT
           END-READ.
           MOVE  VAN-REC  TO  LOG-BEFORE-IMAGE.
           MOVE  UF230-TOKU-COD  OF  OTF-REC  TO  CFVAN-TOKU-COD.
           REWRITE  VAN-REC.
           ADD    +1             TO  CHG-CNT.
           MOVE   VAN-REC        TO  LOG-AFTER-IMAGE.
           PERFORM  LOG-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  削除処理
      ********************************************************
       DELETE-RTN                  SECTION.
           MOVE  UF230-KOZA-NO  OF  OTF-REC  TO  CFVAN-KOZA-NO.
           READ  VAN-FILE
             INVALID  KEY
               MOVE  "2"  TO  UF230-ERR-KBN  OF  OTF-REC
               GO  TO  EXT
           END-READ.
           MOVE  VAN-REC  TO  LOG-BEFORE-IMAGE.
           DELETE  VAN-FILE.
           ADD    +1      TO  DEL-CNT.
           MOVE   SPACE   TO  LOG-AFTER-IMAGE.
           PERFORM  LOG-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  監査ログ出力処理（口座番号は７桁のため、ログのキーには
      *  割当先の得意先コードを記録する。口座番号は前後イメージ
      *  の先頭に残る）
      ********************************************************
       LOG-WRITE-RTN               SECTION.
           MOVE  WK-RUN-DATE8      TO  LOG-UPDATE-DATE.
           ACCEPT  LOG-UPDATE-TIME  FROM  TIME.
           MOVE  "U"               TO  LOG-MASTER-KBN.
           MOVE  UF230-ACTION-KBN  OF  OTF-REC  TO  LOG-ACTION-KBN.
           MOVE  CFVAN-TOKU-COD    TO  LOG-KEY.
           MOVE  WK-OPID           TO  LOG-USER-ID.
           MOVE  UF230-APPLY-USER    OF  OTF-REC  TO
                 LOG-APPLY-USER-ID.
           MOVE  UF230-APPROVE-USER  OF  OTF-REC  TO
                 LOG-APPROVE-USER-ID.
           WRITE  LOG-REC.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  ITF-FILE  VAN-FILE  OTF-FILE  LOG-FILE  TOK-FILE.
           DISPLAY  "*** ITF-CNT="  ITF-CNT.
           DISPLAY  "*** ADD-CNT="  ADD-CNT.
           DISPLAY  "*** CHG-CNT="  CHG-CNT.
           DISPLAY  "*** DEL-CNT="  DEL-CNT.
           DISPLAY  "*** ERR-CNT="  ERR-CNT.
           DISPLAY  "*** KUBM370  END ***".
       EXT.
           EXIT.
