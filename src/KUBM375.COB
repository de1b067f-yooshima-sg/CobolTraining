       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KUBM375.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：売上
      *  プログラム名      ：口座確認結果取込
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *  金融機関から返されたゼロ円の口座確認結果（KUCF235）を
      *  読み、得意先口座振替マスタ（KCCFBNK）の口座確認区分を
      *  更新する。結果"0"（口座あり・名義一致）は確認済み"0"、
      *  それ以外は確認不能"9"とし、確認日に結果日を設定する。
      *  確認待ちでない得意先と、依頼後に口座が変わった得意先の
      *  結果は取り込まない。更新前後の値をＫＣＣＦＬＯＧへ監査
      *  ログ（処理区分"K"）として記録し、全件の取込結果を一覧
      *  へ印字する。操作者は環境変数KCOPIDをマスタ保守権限と
      *  照合する
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  ITF-FILE  ASSIGN  TO  EXTERNAL  ITF.
           SELECT  BNK-FILE  ASSIGN  TO  EXTERNAL  BNK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFBNK-TOKU-COD.
           SELECT  LOG-FILE  ASSIGN  TO  EXTERNAL  LOG.
           SELECT  OPR-FILE  ASSIGN  TO  EXTERNAL  OPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFOPR-USER-ID.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  ITF-FILE.
       01  ITF-REC.
           COPY  KUCF235.
       FD  BNK-FILE.
       01  BNK-REC.
           COPY  KCCFBNK.
       FD  LOG-FILE.
       01  LOG-REC.
           COPY  KCCFLOG.
      *    操作者マスタ（起動時の権限確認用）
       FD  OPR-FILE.
       01  OPR-REC.
           COPY  KCCFOPR.
      *    口座確認結果取込一覧
       FD  OEF-FILE.
       01  OEF-REC                 PIC  X(135).
      *
       WORKING-STORAGE             SECTION.
       01  ITF-END-FLG             PIC  X(1)          VALUE  "0".
       01  ITF-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  OK-CNT                  PIC S9(9)  COMP-3  VALUE   +0.
       01  NG-CNT                  PIC S9(9)  COMP-3  VALUE   +0.
       01  SKP-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  WK-RUN-DATE8            PIC  9(08)          VALUE  ZERO.
      *    操作者認証用（環境変数KCOPIDの操作者ＩＤをマスタと
      *    照合し、認証済みＩＤを監査ログへ記録する）
       01  WK-OPID                 PIC  X(08)          VALUE  SPACE.
       01  WK-AUTH-FLG             PIC  X(01)          VALUE  SPACE.
      *    監査ログの前後イメージ（KUBM365と同じ形に詰める）
       01  WK-KOZA-15.
         02  WK-KOZA-15-GINKO      PIC  9(04).
         02  WK-KOZA-15-SHITEN     PIC  9(03).
         02  WK-KOZA-15-SYU        PIC  9(01).
         02  WK-KOZA-15-NO         PIC  9(07).
       01  WK-KOZA-15-N            REDEFINES  WK-KOZA-15
                                   PIC  9(15).
       01  WK-LOG-IMAGE.
         02  WK-LOG-KOZA           PIC  9(15)  COMP-3.
         02  WK-LOG-ITAKU-FLG      PIC  X(01).
         02  WK-LOG-KAKUNIN-KBN    PIC  X(01).
         02  WK-LOG-IRAI-DATE      PIC  9(08)  COMP-3.
         02  WK-LOG-KOZA-MEI       PIC  X(10).
      *  見出し・明細
       01  H1-MIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(20)  VALUE
                    "口座確認結果取込一覧".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "DATE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-DATE              PIC  9(08).
         02  FILLER               PIC  X(71)  VALUE  SPACE.
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(6)   VALUE  "得意先".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "銀行".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "支店".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "口座番号".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "依頼日".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "結果".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "結果日".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "取込結果".
         02  FILLER               PIC  X(69)  VALUE  SPACE.
       01  D1-MEISAI.
         02  D1-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  D1-GINKO-COD         PIC  9(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHITEN-COD        PIC  9(3).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  D1-KOZA-NO           PIC  9(7).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  D1-IRAI-DATE         PIC  9(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KEKKA-KBN         PIC  X(1).
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  D1-KEKKA-DATE        PIC  9(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHORI             PIC  X(40).
         02  FILLER               PIC  X(37)  VALUE  SPACE.
      *
      ********************************************************
      *  口座確認結果取込
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  ITF-READ-RTN.
           PERFORM  TORIKOMI-RTN  UNTIL  ITF-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理
      ********************************************************
       INIT-RTN                    SECTION.
           DISPLAY  "*** KUBM375 START ***".
           PERFORM  AUTH-RTN.
           OPEN  INPUT   ITF-FILE.
           OPEN  I-O     BNK-FILE.
           OPEN  EXTEND  LOG-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-RUN-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-RUN-DATE8  TO  H1-DATE.
           MOVE  H1-MIDASHI    TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  H2-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
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
             DISPLAY  "*** KUBM375 AUTH ERROR OPID="  WK-OPID
             STOP  RUN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  結果入力処理
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
      *  取込処理（取り込めない結果は理由を印字して読み飛ばす）
      ********************************************************
       TORIKOMI-RTN                SECTION.
           PERFORM  KOSHIN-RTN.
           PERFORM  OEF-WRITE-RTN.
           PERFORM  ITF-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  口座確認区分更新処理
      ********************************************************
       KOSHIN-RTN                  SECTION.
           IF  UF235-KEKKA-KBN  =  SPACE
             MOVE  "結果が設定されていません"  TO  D1-SHORI
             ADD  +1  TO  SKP-CNT
             GO  TO  EXT
           END-IF.
           MOVE  UF235-TOKU-COD  TO  CFBNK-TOKU-COD.
           READ  BNK-FILE
             INVALID  KEY
               MOVE  "口座振替マスタにありません"
                 TO  D1-SHORI
               ADD  +1  TO  SKP-CNT
               GO  TO  EXT
           END-READ.
           IF  CFBNK-GINKO-COD   NOT  =  UF235-GINKO-COD
             OR  CFBNK-SHITEN-COD  NOT  =  UF235-SHITEN-COD
             OR  CFBNK-YOKIN-SYU   NOT  =  UF235-YOKIN-SYU
             OR  CFBNK-KOZA-NO     NOT  =  UF235-KOZA-NO
               MOVE  "依頼後に口座が変更されています"
                 TO  D1-SHORI
               ADD  +1  TO  SKP-CNT
               GO  TO  EXT
           END-IF.
           IF  CFBNK-KAKUNIN-KBN  NOT  =  "1"
             MOVE  "確認待ちではありません"  TO  D1-SHORI
             ADD  +1  TO  SKP-CNT
             GO  TO  EXT
           END-IF.
           PERFORM  LOG-IMAGE-RTN.
           MOVE  WK-LOG-IMAGE  TO  LOG-BEFORE-IMAGE.
           IF  UF235-KEKKA-KBN  =  "0"
             MOVE  "0"  TO  CFBNK-KAKUNIN-KBN
             MOVE  "確認済み（引落再開）"  TO  D1-SHORI
             ADD  +1  TO  OK-CNT
           ELSE
             MOVE  "9"  TO  CFBNK-KAKUNIN-KBN
             MOVE  "確認不能（引落保留継続）"  TO  D1-SHORI
             ADD  +1  TO  NG-CNT
           END-IF.
           IF  UF235-KEKKA-DATE  IS  NUMERIC
             AND  UF235-KEKKA-DATE  NOT  =  ZERO
               MOVE  UF235-KEKKA-DATE  TO  CFBNK-KAKUNIN-DATE
           ELSE
               MOVE  WK-RUN-DATE8      TO  CFBNK-KAKUNIN-DATE
           END-IF.
           REWRITE  BNK-REC.
           PERFORM  LOG-IMAGE-RTN.
           MOVE  WK-LOG-IMAGE  TO  LOG-AFTER-IMAGE.
           PERFORM  LOG-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  取込結果明細出力処理
      ********************************************************
       OEF-WRITE-RTN               SECTION.
           MOVE  UF235-TOKU-COD    TO  D1-TOKU-COD.
           MOVE  UF235-GINKO-COD   TO  D1-GINKO-COD.
           MOVE  UF235-SHITEN-COD  TO  D1-SHITEN-COD.
           MOVE  UF235-KOZA-NO     TO  D1-KOZA-NO.
           MOVE  UF235-IRAI-DATE   TO  D1-IRAI-DATE.
           MOVE  UF235-KEKKA-KBN   TO  D1-KEKKA-KBN.
           MOVE  UF235-KEKKA-DATE  TO  D1-KEKKA-DATE.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
       EXT.
           EXIT.
      ********************************************************
      *  監査ログイメージ編集処理
      ********************************************************
       LOG-IMAGE-RTN               SECTION.
           MOVE  CFBNK-GINKO-COD     TO  WK-KOZA-15-GINKO.
           MOVE  CFBNK-SHITEN-COD    TO  WK-KOZA-15-SHITEN.
           MOVE  CFBNK-YOKIN-SYU     TO  WK-KOZA-15-SYU.
           MOVE  CFBNK-KOZA-NO       TO  WK-KOZA-15-NO.
           MOVE  WK-KOZA-15-N        TO  WK-LOG-KOZA.
           MOVE  CFBNK-ITAKU-FLG     TO  WK-LOG-ITAKU-FLG.
           MOVE  CFBNK-KAKUNIN-KBN   TO  WK-LOG-KAKUNIN-KBN.
           IF  CFBNK-IRAI-DATE  IS  NUMERIC
             MOVE  CFBNK-IRAI-DATE   TO  WK-LOG-IRAI-DATE
           ELSE
             MOVE  ZERO              TO  WK-LOG-IRAI-DATE
           END-IF.
           MOVE  CFBNK-KOZA-MEI      TO  WK-LOG-KOZA-MEI.
       EXT.
           EXIT.
      ********************************************************
      *  監査ログ出力処理（承認ワークフローを経ない更新のため
      *  申請者・承認者は空白とする）
      ********************************************************
       LOG-WRITE-RTN               SECTION.
           MOVE  WK-RUN-DATE8      TO  LOG-UPDATE-DATE.
           ACCEPT  LOG-UPDATE-TIME  FROM  TIME.
           MOVE  "G"               TO  LOG-MASTER-KBN.
           MOVE  "K"               TO  LOG-ACTION-KBN.
           MOVE  CFBNK-TOKU-COD    TO  LOG-KEY.
           MOVE  WK-OPID           TO  LOG-USER-ID.
           MOVE  SPACE             TO  LOG-APPLY-USER-ID.
           MOVE  SPACE             TO  LOG-APPROVE-USER-ID.
           WRITE  LOG-REC.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  ITF-FILE  BNK-FILE  LOG-FILE  OEF-FILE.
           DISPLAY  "*** ITF-CNT="  ITF-CNT.
           DISPLAY  "*** OK-CNT="   OK-CNT.
           DISPLAY  "*** NG-CNT="   NG-CNT.
           DISPLAY  "*** SKP-CNT="  SKP-CNT.
           DISPLAY  "*** KUBM375  END ***".
       EXT.
           EXIT.
