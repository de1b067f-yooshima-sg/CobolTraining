       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KJBM470.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：共通
      *  プログラム名      ：契約単価マスタメンテナンス
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *  申請ファイル（KJCF400）を読み、契約単価マスタ（KCCFCPR）
      *  へ追加／変更／削除を適用する。商品・得意先マスタと同じ
      *  申請適用方式とし、申請承認（KJBM150）で承認済み（承認
      *  区分"1"かつ申請者と承認者が異なる）の申請のみを適用し
      *  て、変更・削除前の値をＫＣＣＦＬＯＧへ監査ログとして
      *  記録する。操作者は環境変数KCOPIDをマスタ保守権限と照合
      *  する。
      *  追加・変更では得意先・商品のマスタ登録と適用期間の暦日
      *  を確認し（エラー"5"）、同じ得意先・商品の他の契約と適用
      *  期間が重なる申請はエラー"6"で落とす。契約単価が標準原価
      *  （CFSHO-GENKA）を下回る申請は適用したうえで警告区分を
      *  立て、警告・重複の内容をチェックリストへ印字する
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  ITF-FILE  ASSIGN  TO  EXTERNAL  ITF.
           SELECT  CPR-FILE  ASSIGN  TO  EXTERNAL  CPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  CFCPR-KEY.
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
           SELECT  IMF-FILE  ASSIGN  TO  EXTERNAL  IMF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  ITF-FILE.
       01  ITF-REC.
           COPY  KJCF400.
       FD  CPR-FILE.
       01  CPR-REC.
           COPY  KCCFCPR.
       FD  OTF-FILE.
       01  OTF-REC.
           COPY  KJCF400.
       FD  LOG-FILE.
       01  LOG-REC.
           COPY  KCCFLOG.
      *    操作者マスタ（起動時の権限確認用）
       FD  OPR-FILE.
       01  OPR-REC.
           COPY  KCCFOPR.
      *    得意先マスタ・商品マスタ（存在確認と原価割れ判定用）
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
      *    原価割れ警告・期間重複チェックリスト
       FD  OEF-FILE.
       01  OEF-REC                 PIC  X(135).
      *
       WORKING-STORAGE             SECTION.
       01  ITF-END-FLG             PIC  X(1)          VALUE  "0".
       01  ITF-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  ADD-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  CHG-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  DEL-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  ERR-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  WARN-CNT                PIC S9(9)  COMP-3  VALUE   +0.
       01  OEF-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  WK-RUN-DATE8            PIC  9(08)          VALUE  ZERO.
           COPY  KCBS010P.
      *    操作者認証用（環境変数KCOPIDの操作者ＩＤをマスタと
      *    照合し、認証済みＩＤを監査ログへ記録する）
       01  WK-OPID                 PIC  X(08)          VALUE  SPACE.
       01  WK-AUTH-FLG             PIC  X(01)          VALUE  SPACE.
      *    期間重複判定用（終了日ゼロの無期限は99999999と読み替え
      *    て比較する）
       01  CPR-END-FLG             PIC  X(01)          VALUE  "0".
       01  WK-JUFUKU-FLG           PIC  X(01)          VALUE  SPACE.
       01  WK-NEW-TO               PIC  9(08)          VALUE  ZERO.
       01  WK-OLD-TO               PIC  9(08)          VALUE  ZERO.
      *    監査ログの前後イメージ（契約単価マスタはログのイメージ
      *    より長いため、得意先・適用期間・単価を詰めて記録する。
      *    ログのキーには商品番号を入れる）
       01  WK-LOG-IMAGE.
         02  WK-LOG-TOKU-COD       PIC  X(04).
         02  WK-LOG-EFF-FROM       PIC  9(08).
         02  WK-LOG-EFF-TO         PIC  9(08).
         02  WK-LOG-TANKA          PIC S9(05)V9(2)  COMP-3.
         02  FILLER                PIC  X(01)   VALUE  SPACE.
      *  チェックリスト明細
       01  D1-CHECK.
         02  D1-KBN               PIC  X(10).
         02  D1-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-EFF-FROM          PIC  9(8).
         02  FILLER               PIC  X(1)   VALUE  "-".
         02  D1-EFF-TO            PIC  9(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TANKA             PIC  ZZ,ZZ9.99.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-RIYU              PIC  X(30).
         02  D1-TAISHO            PIC  X(40).
         02  FILLER               PIC  X(12)  VALUE  SPACE.
       01  WK-TAISHO-KIKAN.
         02  FILLER               PIC  X(8)   VALUE  "重複先：".
         02  WK-TAISHO-FROM       PIC  9(8).
         02  FILLER               PIC  X(1)   VALUE  "-".
         02  WK-TAISHO-TO         PIC  9(8).
         02  FILLER               PIC  X(15)  VALUE  SPACE.
       01  WK-TAISHO-GENKA.
         02  FILLER               PIC  X(10)  VALUE  "標準原価：".
         02  WK-TAISHO-GENKA-CHI  PIC  ZZ,ZZ9.99.
         02  FILLER               PIC  X(21)  VALUE  SPACE.
      *
      ********************************************************
      *  契約単価マスタメンテナンス（追加／変更／削除）
      *  変更・削除前の値はＫＣＣＦＬＯＧへ監査ログとして記録する
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
           DISPLAY  "*** KJBM470 START ***".
           PERFORM  AUTH-RTN.
           OPEN  INPUT   ITF-FILE.
           OPEN  I-O     CPR-FILE.
           OPEN  OUTPUT  OTF-FILE.
           OPEN  EXTEND  LOG-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  INPUT   IMF-FILE.
           OPEN  OUTPUT  OEF-FILE.
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
             DISPLAY  "*** KJBM470 AUTH ERROR OPID="  WK-OPID
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
      *  エラー"4"、キー項目の空白・適用開始日の非数字は区分
      *  不正と同じエラー"1"で落とし、マスタへは適用しない）
      ********************************************************
       MENTE-RTN                   SECTION.
           MOVE  ITF-REC  TO  OTF-REC.
           MOVE  SPACE    TO  JF400-ERR-KBN   OF  OTF-REC.
           MOVE  SPACE    TO  JF400-WARN-KBN  OF  OTF-REC.
           IF  JF400-APPROVE-FLG  OF  OTF-REC  NOT  =  "1"
             OR  JF400-APPROVE-USER  OF  OTF-REC  =  SPACE
             OR  JF400-APPROVE-USER  OF  OTF-REC  =
                 JF400-APPLY-USER    OF  OTF-REC
               MOVE  "4"  TO  JF400-ERR-KBN  OF  OTF-REC
           ELSE
             IF  JF400-TOKU-COD  OF  OTF-REC  =  SPACE
               OR  JF400-SHOHIN-NO  OF  OTF-REC  =  SPACE
               OR  JF400-EFF-FROM  OF  OTF-REC  NOT  NUMERIC
                 MOVE  "1"  TO  JF400-ERR-KBN  OF  OTF-REC
             ELSE
               EVALUATE  JF400-ACTION-KBN  OF  OTF-REC
                 WHEN  "A"
                   PERFORM  NAIYO-CHECK-RTN
                   IF  JF400-ERR-KBN  OF  OTF-REC  =  SPACE
                     PERFORM  ADD-RTN
                   END-IF
                 WHEN  "C"
                   PERFORM  NAIYO-CHECK-RTN
                   IF  JF400-ERR-KBN  OF  OTF-REC  =  SPACE
                     PERFORM  CHANGE-RTN
                   END-IF
                 WHEN  "D"
                   PERFORM  DELETE-RTN
                 WHEN  OTHER
                   MOVE  "1"  TO  JF400-ERR-KBN  OF  OTF-REC
               END-EVALUATE
             END-IF
           END-IF.
           IF  JF400-ERR-KBN  OF  OTF-REC  NOT  =  SPACE
             ADD  +1  TO  ERR-CNT
           END-IF.
           IF  JF400-WARN-KBN  OF  OTF-REC  NOT  =  SPACE
             ADD  +1  TO  WARN-CNT
           END-IF.
           WRITE  OTF-REC.
           PERFORM  ITF-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  申請内容確認処理（得意先・商品のマスタ登録、適用期間の
      *  暦日と前後関係、契約単価の正値を確認する。不正はエラー
      *  "5"。確認後に原価割れを判定する）
      ********************************************************
       NAIYO-CHECK-RTN             SECTION.
           MOVE  JF400-TOKU-COD  OF  OTF-REC  TO  CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               MOVE  "5"  TO  JF400-ERR-KBN  OF  OTF-REC
               GO  TO  EXT
           END-READ.
           MOVE  JF400-SHOHIN-NO  OF  OTF-REC  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               MOVE  "5"  TO  JF400-ERR-KBN  OF  OTF-REC
               GO  TO  EXT
           END-READ.
           MOVE  JF400-EFF-FROM  OF  OTF-REC  TO  S010-DATE8.
           CALL  "KCBS010"  USING  KCBS010-P1.
           IF  S010-RCD  NOT  =  SPACE
             MOVE  "5"  TO  JF400-ERR-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           IF  JF400-EFF-TO  OF  OTF-REC  NOT  NUMERIC
             MOVE  "5"  TO  JF400-ERR-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           IF  JF400-EFF-TO  OF  OTF-REC  NOT  =  ZERO
             MOVE  JF400-EFF-TO  OF  OTF-REC  TO  S010-DATE8
             CALL  "KCBS010"  USING  KCBS010-P1
             IF  S010-RCD  NOT  =  SPACE
               OR  JF400-EFF-TO  OF  OTF-REC  <
                   JF400-EFF-FROM  OF  OTF-REC
                 MOVE  "5"  TO  JF400-ERR-KBN  OF  OTF-REC
                 GO  TO  EXT
             END-IF
           END-IF.
           IF  JF400-TANKA  OF  OTF-REC  NOT  NUMERIC
             MOVE  "5"  TO  JF400-ERR-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           IF  JF400-TANKA  OF  OTF-REC  NOT  >  ZERO
             MOVE  "5"  TO  JF400-ERR-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           PERFORM  JUFUKU-CHECK-RTN.
           IF  WK-JUFUKU-FLG  =  "1"
             MOVE  "6"  TO  JF400-ERR-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           IF  CFSHO-GENKA  >  ZERO
             AND  JF400-TANKA  OF  OTF-REC  <  CFSHO-GENKA
               MOVE  "1"  TO  JF400-WARN-KBN  OF  OTF-REC
               MOVE  CFSHO-GENKA  TO  WK-TAISHO-GENKA-CHI
               MOVE  "原価割れ："  TO  D1-KBN
               MOVE  "契約単価が標準原価を下回ります"
                     TO  D1-RIYU
               MOVE  WK-TAISHO-GENKA  TO  D1-TAISHO
               PERFORM  CHECK-PRINT-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  期間重複判定処理（同じ得意先・商品の契約を順に読み、
      *  申請と同じキー以外で適用期間が重なる契約を全て印字
      *  する）
      ********************************************************
       JUFUKU-CHECK-RTN            SECTION.
           MOVE  SPACE  TO  WK-JUFUKU-FLG.
           IF  JF400-EFF-TO  OF  OTF-REC  =  ZERO
             MOVE  99999999  TO  WK-NEW-TO
           ELSE
             MOVE  JF400-EFF-TO  OF  OTF-REC  TO  WK-NEW-TO
           END-IF.
           MOVE  "0"  TO  CPR-END-FLG.
           MOVE  JF400-TOKU-COD   OF  OTF-REC  TO  CFCPR-TOKU-COD.
           MOVE  JF400-SHOHIN-NO  OF  OTF-REC  TO  CFCPR-SHOHIN-NO.
           MOVE  ZERO                          TO  CFCPR-EFF-FROM.
           START  CPR-FILE  KEY  >=  CFCPR-KEY
             INVALID  KEY
               MOVE  "1"  TO  CPR-END-FLG
           END-START.
           PERFORM  JUFUKU-READ-RTN  UNTIL  CPR-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  契約順次読込処理
      ********************************************************
       JUFUKU-READ-RTN             SECTION.
           READ  CPR-FILE  NEXT
             AT  END
               MOVE  "1"  TO  CPR-END-FLG
               GO  TO  EXT
           END-READ.
           IF  CFCPR-TOKU-COD   NOT  =  JF400-TOKU-COD   OF  OTF-REC
             OR  CFCPR-SHOHIN-NO  NOT  =  JF400-SHOHIN-NO  OF  OTF-REC
               MOVE  "1"  TO  CPR-END-FLG
               GO  TO  EXT
           END-IF.
           IF  CFCPR-EFF-FROM  =  JF400-EFF-FROM  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           IF  CFCPR-EFF-TO  =  ZERO
             MOVE  99999999  TO  WK-OLD-TO
           ELSE
             MOVE  CFCPR-EFF-TO  TO  WK-OLD-TO
           END-IF.
           IF  CFCPR-EFF-FROM  NOT  >  WK-NEW-TO
             AND  JF400-EFF-FROM  OF  OTF-REC  NOT  >  WK-OLD-TO
               MOVE  "1"  TO  WK-JUFUKU-FLG
               MOVE  CFCPR-EFF-FROM  TO  WK-TAISHO-FROM
               MOVE  CFCPR-EFF-TO    TO  WK-TAISHO-TO
               MOVE  "期間重複："  TO  D1-KBN
               MOVE  "他の契約と適用期間が重なります"
                     TO  D1-RIYU
               MOVE  WK-TAISHO-KIKAN  TO  D1-TAISHO
               PERFORM  CHECK-PRINT-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  追加処理
      ********************************************************
       ADD-RTN                     SECTION.
           MOVE  JF400-TOKU-COD   OF  OTF-REC  TO  CFCPR-TOKU-COD.
           MOVE  JF400-SHOHIN-NO  OF  OTF-REC  TO  CFCPR-SHOHIN-NO.
           MOVE  JF400-EFF-FROM   OF  OTF-REC  TO  CFCPR-EFF-FROM.
           READ  CPR-FILE
             INVALID  KEY
               MOVE  JF400-TOKU-COD   OF  OTF-REC  TO  CFCPR-TOKU-COD
               MOVE  JF400-SHOHIN-NO  OF  OTF-REC  TO  CFCPR-SHOHIN-NO
               MOVE  JF400-EFF-FROM   OF  OTF-REC  TO  CFCPR-EFF-FROM
               MOVE  JF400-EFF-TO     OF  OTF-REC  TO  CFCPR-EFF-TO
               MOVE  JF400-TANKA      OF  OTF-REC  TO  CFCPR-TANKA
               WRITE  CPR-REC
               ADD    +1             TO  ADD-CNT
               MOVE   SPACE          TO  LOG-BEFORE-IMAGE
               PERFORM  LOG-IMAGE-RTN
               MOVE   WK-LOG-IMAGE   TO  LOG-AFTER-IMAGE
               PERFORM  LOG-WRITE-RTN
             NOT  INVALID  KEY
               MOVE  "2"  TO  JF400-ERR-KBN  OF  OTF-REC
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  変更処理（適用終了日と契約単価の付け替え）
      ********************************************************
       CHANGE-RTN                  SECTION.
           MOVE  JF400-TOKU-COD   OF  OTF-REC  TO  CFCPR-TOKU-COD.
           MOVE  JF400-SHOHIN-NO  OF  OTF-REC  TO  CFCPR-SHOHIN-NO.
           MOVE  JF400-EFF-FROM   OF  OTF-REC  TO  CFCPR-EFF-FROM.
           READ  CPR-FILE
             INVALID  KEY
               MOVE  "2"  TO  JF400-ERR-KBN  OF  OTF-REC
             NOT  INVALID  KEY
               PERFORM  LOG-IMAGE-RTN
               MOVE   WK-LOG-IMAGE   TO  LOG-BEFORE-IMAGE
               MOVE  JF400-EFF-TO     OF  OTF-REC  TO  CFCPR-EFF-TO
               MOVE  JF400-TANKA      OF  OTF-REC  TO  CFCPR-TANKA
               REWRITE  CPR-REC
               ADD    +1             TO  CHG-CNT
               PERFORM  LOG-IMAGE-RTN
               MOVE   WK-LOG-IMAGE   TO  LOG-AFTER-IMAGE
               PERFORM  LOG-WRITE-RTN
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  削除処理
      ********************************************************
       DELETE-RTN                  SECTION.
           MOVE  JF400-TOKU-COD   OF  OTF-REC  TO  CFCPR-TOKU-COD.
           MOVE  JF400-SHOHIN-NO  OF  OTF-REC  TO  CFCPR-SHOHIN-NO.
           MOVE  JF400-EFF-FROM   OF  OTF-REC  TO  CFCPR-EFF-FROM.
           READ  CPR-FILE
             INVALID  KEY
               MOVE  "2"  TO  JF400-ERR-KBN  OF  OTF-REC
             NOT  INVALID  KEY
               PERFORM  LOG-IMAGE-RTN
               MOVE   WK-LOG-IMAGE   TO  LOG-BEFORE-IMAGE
               DELETE  CPR-FILE
               ADD    +1             TO  DEL-CNT
               MOVE   SPACE          TO  LOG-AFTER-IMAGE
               PERFORM  LOG-WRITE-RTN
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  チェックリスト印字処理
      ********************************************************
       CHECK-PRINT-RTN             SECTION.
           MOVE  JF400-TOKU-COD   OF  OTF-REC  TO  D1-TOKU-COD.
           MOVE  JF400-SHOHIN-NO  OF  OTF-REC  TO  D1-SHOHIN-NO.
           MOVE  JF400-EFF-FROM   OF  OTF-REC  TO  D1-EFF-FROM.
           MOVE  JF400-EFF-TO     OF  OTF-REC  TO  D1-EFF-TO.
           MOVE  JF400-TANKA      OF  OTF-REC  TO  D1-TANKA.
           MOVE  D1-CHECK  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  OEF-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  監査ログイメージ編集処理
      ********************************************************
       LOG-IMAGE-RTN               SECTION.
           MOVE  CFCPR-TOKU-COD   TO  WK-LOG-TOKU-COD.
           MOVE  CFCPR-EFF-FROM   TO  WK-LOG-EFF-FROM.
           MOVE  CFCPR-EFF-TO     TO  WK-LOG-EFF-TO.
           MOVE  CFCPR-TANKA      TO  WK-LOG-TANKA.
       EXT.
           EXIT.
      ********************************************************
      *  監査ログ出力処理
      ********************************************************
       LOG-WRITE-RTN               SECTION.
           MOVE  WK-RUN-DATE8      TO  LOG-UPDATE-DATE.
           ACCEPT  LOG-UPDATE-TIME  FROM  TIME.
           MOVE  "J"               TO  LOG-MASTER-KBN.
           MOVE  JF400-ACTION-KBN  OF  OTF-REC  TO  LOG-ACTION-KBN.
           MOVE  JF400-SHOHIN-NO   OF  OTF-REC  TO  LOG-KEY.
           MOVE  WK-OPID           TO  LOG-USER-ID.
           MOVE  JF400-APPLY-USER    OF  OTF-REC  TO
                 LOG-APPLY-USER-ID.
           MOVE  JF400-APPROVE-USER  OF  OTF-REC  TO
                 LOG-APPROVE-USER-ID.
           WRITE  LOG-REC.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  ITF-FILE  CPR-FILE  OTF-FILE  LOG-FILE  TOK-FILE
                  IMF-FILE  OEF-FILE.
           DISPLAY  "*** ITF-CNT="   ITF-CNT.
           DISPLAY  "*** ADD-CNT="   ADD-CNT.
           DISPLAY  "*** CHG-CNT="   CHG-CNT.
           DISPLAY  "*** DEL-CNT="   DEL-CNT.
           DISPLAY  "*** ERR-CNT="   ERR-CNT.
           DISPLAY  "*** WARN-CNT="  WARN-CNT.
           DISPLAY  "*** OEF-CNT="   OEF-CNT.
           DISPLAY  "*** KJBM470  END ***".
       EXT.
           EXIT.
