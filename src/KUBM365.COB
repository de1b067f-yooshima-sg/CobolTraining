       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KUBM365.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：売上
      *  プログラム名      ：口座振替口座マスタメンテナンス
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *  申請ファイル（KUCF225）を読み、得意先口座振替マスタ
      *  （KCCFBNK）へ追加／変更／削除を適用する。商品・得意先
      *  マスタと同じ申請適用方式とし、申請承認（KJBM150）で承認
      *  済み（承認区分"1"かつ申請者と承認者が異なる）の申請のみ
      *  を適用して、変更・削除前後の値をＫＣＣＦＬＯＧへ監査
      *  ログとして記録する。操作者は環境変数KCOPIDをマスタ保守
      *  権限と照合する。
      *  追加・変更では得意先の登録、銀行・支店コードの金融機関
      *  店舗マスタ（KCCFGIN）での実在、預金種目・口座番号・名義
      *  と、契約中とする場合の口座振替依頼書受領日を確認し、
      *  誤りはエラー"5"で落とす。口座を登録・変更した得意先は
      *  口座確認区分を確認待ちとして口座確認依頼（KUCF235）を
      *  書き出し、確認結果の取込（KUBM375）で確認済みとなるまで
      *  口座振替依頼（KUBM075）が引落を保留する
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  ITF-FILE  ASSIGN  TO  EXTERNAL  ITF.
           SELECT  BNK-FILE  ASSIGN  TO  EXTERNAL  BNK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFBNK-TOKU-COD.
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
           SELECT  GIN-FILE  ASSIGN  TO  EXTERNAL  GIN
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFGIN-KEY.
           SELECT  KKF-FILE  ASSIGN  TO  EXTERNAL  KKF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  ITF-FILE.
       01  ITF-REC.
           COPY  KUCF225.
       FD  BNK-FILE.
       01  BNK-REC.
           COPY  KCCFBNK.
       FD  OTF-FILE.
       01  OTF-REC.
           COPY  KUCF225.
       FD  LOG-FILE.
       01  LOG-REC.
           COPY  KCCFLOG.
      *    操作者マスタ（起動時の権限確認用）
       FD  OPR-FILE.
       01  OPR-REC.
           COPY  KCCFOPR.
      *    得意先マスタ（存在確認用）
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
      *    金融機関店舗マスタ（銀行・支店コードの実在確認用）
       FD  GIN-FILE.
       01  GIN-REC.
           COPY  KCCFGIN.
      *    口座確認依頼
       FD  KKF-FILE.
       01  KKF-REC.
           COPY  KUCF235.
      *
       WORKING-STORAGE             SECTION.
       01  ITF-END-FLG             PIC  X(1)          VALUE  "0".
       01  ITF-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  ADD-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  CHG-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  DEL-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  ERR-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  KKF-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  WK-RUN-DATE8            PIC  9(08)          VALUE  ZERO.
      *    操作者認証用（環境変数KCOPIDの操作者ＩＤをマスタと
      *    照合し、認証済みＩＤを監査ログへ記録する）
       01  WK-OPID                 PIC  X(08)          VALUE  SPACE.
       01  WK-AUTH-FLG             PIC  X(01)          VALUE  SPACE.
           COPY  KCBS010P.
      *    口座変更判定用（"1"＝銀行・支店・種目・口座番号・名義の
      *    いずれかが変わったため口座確認をやり直す）
       01  WK-KOZA-HENKO-FLG       PIC  X(01)          VALUE  SPACE.
      *    監査ログの前後イメージ（口座振替マスタは２５桁を超える
      *    ため、銀行・支店・種目・口座番号の１５桁をパックし、
      *    名義は先頭１０桁を記録する）
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
      *
      ********************************************************
      *  口座振替口座マスタメンテナンス（追加／変更／削除）
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
           DISPLAY  "*** KUBM365 START ***".
           PERFORM  AUTH-RTN.
           OPEN  INPUT   ITF-FILE.
           OPEN  I-O     BNK-FILE.
           OPEN  OUTPUT  OTF-FILE.
           OPEN  EXTEND  LOG-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  INPUT   GIN-FILE.
           OPEN  OUTPUT  KKF-FILE.
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
             DISPLAY  "*** KUBM365 AUTH ERROR OPID="  WK-OPID
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
      *  エラー"4"、得意先コード空白は区分不正と同じエラー"1"
      *  で落とし、マスタへは適用しない）
      ********************************************************
       MENTE-RTN                   SECTION.
           MOVE  ITF-REC  TO  OTF-REC.
           MOVE  SPACE    TO  UF225-ERR-KBN  OF  OTF-REC.
           IF  UF225-APPROVE-FLG  OF  OTF-REC  NOT  =  "1"
             OR  UF225-APPROVE-USER  OF  OTF-REC  =  SPACE
             OR  UF225-APPROVE-USER  OF  OTF-REC  =
                 UF225-APPLY-USER    OF  OTF-REC
               MOVE  "4"  TO  UF225-ERR-KBN  OF  OTF-REC
           ELSE
             IF  UF225-TOKU-COD  OF  OTF-REC  =  SPACE
               MOVE  "1"  TO  UF225-ERR-KBN  OF  OTF-REC
             ELSE
               EVALUATE  UF225-ACTION-KBN  OF  OTF-REC
                 WHEN  "A"
                   PERFORM  NAIYO-CHECK-RTN
                   IF  UF225-ERR-KBN  OF  OTF-REC  =  SPACE
                     PERFORM  ADD-RTN
                   END-IF
                 WHEN  "C"
                   PERFORM  NAIYO-CHECK-RTN
                   IF  UF225-ERR-KBN  OF  OTF-REC  =  SPACE
                     PERFORM  CHANGE-RTN
                   END-IF
                 WHEN  "D"
                   PERFORM  DELETE-RTN
                 WHEN  OTHER
                   MOVE  "1"  TO  UF225-ERR-KBN  OF  OTF-REC
               END-EVALUATE
             END-IF
           END-IF.
           IF  UF225-ERR-KBN  OF  OTF-REC  NOT  =  SPACE
             ADD  +1  TO  ERR-CNT
           END-IF.
           WRITE  OTF-REC.
           PERFORM  ITF-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  申請内容確認処理（得意先の登録、銀行・支店コードの実在
      *  （廃止店舗は不可）、預金種目、口座番号、名義を確認する。
      *  契約中とする申請は口座振替依頼書受領日が正しい暦日で
      *  実行日以前であること）
      ********************************************************
       NAIYO-CHECK-RTN             SECTION.
           MOVE  UF225-TOKU-COD  OF  OTF-REC  TO  CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               MOVE  "5"  TO  UF225-ERR-KBN  OF  OTF-REC
               GO  TO  EXT
           END-READ.
           IF  UF225-GINKO-COD   OF  OTF-REC  NOT  NUMERIC
             OR  UF225-SHITEN-COD  OF  OTF-REC  NOT  NUMERIC
               MOVE  "5"  TO  UF225-ERR-KBN  OF  OTF-REC
               GO  TO  EXT
           END-IF.
           MOVE  UF225-GINKO-COD   OF  OTF-REC  TO  CFGIN-GINKO-COD.
           MOVE  UF225-SHITEN-COD  OF  OTF-REC  TO  CFGIN-SHITEN-COD.
           READ  GIN-FILE
             INVALID  KEY
               MOVE  "5"  TO  UF225-ERR-KBN  OF  OTF-REC
               GO  TO  EXT
           END-READ.
           IF  CFGIN-HAISHI-FLG  =  "1"
             MOVE  "5"  TO  UF225-ERR-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           IF  UF225-YOKIN-SYU  OF  OTF-REC  NOT  NUMERIC
             MOVE  "5"  TO  UF225-ERR-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           IF  UF225-YOKIN-SYU  OF  OTF-REC  NOT  =  1  AND  2
             MOVE  "5"  TO  UF225-ERR-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           IF  UF225-KOZA-NO  OF  OTF-REC  NOT  NUMERIC
             MOVE  "5"  TO  UF225-ERR-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           IF  UF225-KOZA-NO  OF  OTF-REC  =  ZERO
             OR  UF225-KOZA-MEI  OF  OTF-REC  =  SPACE
               MOVE  "5"  TO  UF225-ERR-KBN  OF  OTF-REC
               GO  TO  EXT
           END-IF.
           IF  UF225-ITAKU-FLG  OF  OTF-REC  NOT  =  "1"
             GO  TO  EXT
           END-IF.
           IF  UF225-IRAI-DATE  OF  OTF-REC  NOT  NUMERIC
             MOVE  "5"  TO  UF225-ERR-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           IF  UF225-IRAI-DATE  OF  OTF-REC  >  WK-RUN-DATE8
             MOVE  "5"  TO  UF225-ERR-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           MOVE  UF225-IRAI-DATE  OF  OTF-REC  TO  S010-DATE8.
           CALL  "KCBS010"  USING  KCBS010-P1.
           IF  S010-RCD  NOT  =  SPACE
             MOVE  "5"  TO  UF225-ERR-KBN  OF  OTF-REC
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  追加処理（新しい口座は確認待ちとして口座確認を依頼する）
      ********************************************************
       ADD-RTN                     SECTION.
           MOVE  UF225-TOKU-COD  OF  OTF-REC  TO  CFBNK-TOKU-COD.
           READ  BNK-FILE
             INVALID  KEY
               MOVE  SPACE                        TO  BNK-REC
               MOVE  UF225-TOKU-COD  OF  OTF-REC  TO  CFBNK-TOKU-COD
               PERFORM  BNK-SET-RTN
               PERFORM  KAKUNIN-IRAI-RTN
               WRITE  BNK-REC
               ADD    +1             TO  ADD-CNT
               MOVE   SPACE          TO  LOG-BEFORE-IMAGE
               PERFORM  LOG-IMAGE-RTN
               MOVE   WK-LOG-IMAGE   TO  LOG-AFTER-IMAGE
               PERFORM  LOG-WRITE-RTN
             NOT  INVALID  KEY
               MOVE  "2"  TO  UF225-ERR-KBN  OF  OTF-REC
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  変更処理（銀行・支店・種目・口座番号・名義のいずれかが
      *  変わった場合は確認待ちに戻して口座確認を依頼する。契約
      *  フラグ・依頼書受領日だけの変更は確認区分を引き継ぐ）
      ********************************************************
       CHANGE-RTN                  SECTION.
           MOVE  UF225-TOKU-COD  OF  OTF-REC  TO  CFBNK-TOKU-COD.
           READ  BNK-FILE
             INVALID  KEY
               MOVE  "2"  TO  UF225-ERR-KBN  OF  OTF-REC
               GO  TO  EXT
           END-READ.
           PERFORM  LOG-IMAGE-RTN.
           MOVE  WK-LOG-IMAGE  TO  LOG-BEFORE-IMAGE.
           MOVE  SPACE  TO  WK-KOZA-HENKO-FLG.
           IF  CFBNK-GINKO-COD   NOT  =  UF225-GINKO-COD   OF  OTF-REC
             OR  CFBNK-SHITEN-COD  NOT  =
                 UF225-SHITEN-COD  OF  OTF-REC
             OR  CFBNK-YOKIN-SYU   NOT  =
                 UF225-YOKIN-SYU   OF  OTF-REC
             OR  CFBNK-KOZA-NO     NOT  =  UF225-KOZA-NO   OF  OTF-REC
             OR  CFBNK-KOZA-MEI    NOT  =  UF225-KOZA-MEI  OF  OTF-REC
               MOVE  "1"  TO  WK-KOZA-HENKO-FLG
           END-IF.
           PERFORM  BNK-SET-RTN.
           IF  WK-KOZA-HENKO-FLG  =  "1"
             PERFORM  KAKUNIN-IRAI-RTN
           END-IF.
           REWRITE  BNK-REC.
           ADD    +1             TO  CHG-CNT.
           PERFORM  LOG-IMAGE-RTN.
           MOVE   WK-LOG-IMAGE   TO  LOG-AFTER-IMAGE.
           PERFORM  LOG-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  削除処理
      ********************************************************
       DELETE-RTN                  SECTION.
           MOVE  UF225-TOKU-COD  OF  OTF-REC  TO  CFBNK-TOKU-COD.
           READ  BNK-FILE
             INVALID  KEY
               MOVE  "2"  TO  UF225-ERR-KBN  OF  OTF-REC
               GO  TO  EXT
           END-READ.
           PERFORM  LOG-IMAGE-RTN.
           MOVE  WK-LOG-IMAGE  TO  LOG-BEFORE-IMAGE.
           DELETE  BNK-FILE.
           ADD    +1      TO  DEL-CNT.
           MOVE   SPACE   TO  LOG-AFTER-IMAGE.
           PERFORM  LOG-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  口座項目設定処理（契約フラグは"1"以外を空白とし、依頼書
      *  受領日の非数字はゼロとする）
      ********************************************************
       BNK-SET-RTN                 SECTION.
           MOVE  UF225-GINKO-COD   OF  OTF-REC  TO  CFBNK-GINKO-COD.
           MOVE  UF225-SHITEN-COD  OF  OTF-REC  TO  CFBNK-SHITEN-COD.
           MOVE  UF225-YOKIN-SYU   OF  OTF-REC  TO  CFBNK-YOKIN-SYU.
           MOVE  UF225-KOZA-NO     OF  OTF-REC  TO  CFBNK-KOZA-NO.
           MOVE  UF225-KOZA-MEI    OF  OTF-REC  TO  CFBNK-KOZA-MEI.
           IF  UF225-ITAKU-FLG  OF  OTF-REC  =  "1"
             MOVE  "1"    TO  CFBNK-ITAKU-FLG
           ELSE
             MOVE  SPACE  TO  CFBNK-ITAKU-FLG
           END-IF.
           IF  UF225-IRAI-DATE  OF  OTF-REC  IS  NUMERIC
             MOVE  UF225-IRAI-DATE  OF  OTF-REC  TO  CFBNK-IRAI-DATE
           ELSE
             MOVE  ZERO  TO  CFBNK-IRAI-DATE
           END-IF.
           IF  CFBNK-HENKO-DATE  NOT  NUMERIC
             MOVE  ZERO  TO  CFBNK-HENKO-DATE
           END-IF.
           IF  CFBNK-KAKUNIN-DATE  NOT  NUMERIC
             MOVE  ZERO  TO  CFBNK-KAKUNIN-DATE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  口座確認依頼処理（口座変更日を実行日とし、確認区分を
      *  確認待ちにして口座確認依頼を書き出す）
      ********************************************************
       KAKUNIN-IRAI-RTN            SECTION.
           MOVE  WK-RUN-DATE8  TO  CFBNK-HENKO-DATE.
           MOVE  "1"           TO  CFBNK-KAKUNIN-KBN.
           MOVE  ZERO          TO  CFBNK-KAKUNIN-DATE.
           MOVE  SPACE              TO  KKF-REC.
           MOVE  CFBNK-TOKU-COD     TO  UF235-TOKU-COD.
           MOVE  CFBNK-GINKO-COD    TO  UF235-GINKO-COD.
           MOVE  CFBNK-SHITEN-COD   TO  UF235-SHITEN-COD.
           MOVE  CFBNK-YOKIN-SYU    TO  UF235-YOKIN-SYU.
           MOVE  CFBNK-KOZA-NO      TO  UF235-KOZA-NO.
           MOVE  CFBNK-KOZA-MEI     TO  UF235-KOZA-MEI.
           MOVE  WK-RUN-DATE8       TO  UF235-IRAI-DATE.
           MOVE  SPACE              TO  UF235-KEKKA-KBN.
           MOVE  ZERO               TO  UF235-KEKKA-DATE.
           WRITE  KKF-REC.
           ADD  +1  TO  KKF-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  監査ログイメージ編集処理（現在の口座振替マスタの内容を
      *  前後イメージの形に詰める）
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
      *  監査ログ出力処理
      ********************************************************
       LOG-WRITE-RTN               SECTION.
           MOVE  WK-RUN-DATE8      TO  LOG-UPDATE-DATE.
           ACCEPT  LOG-UPDATE-TIME  FROM  TIME.
           MOVE  "G"               TO  LOG-MASTER-KBN.
           MOVE  UF225-ACTION-KBN  OF  OTF-REC  TO  LOG-ACTION-KBN.
           MOVE  UF225-TOKU-COD    OF  OTF-REC  TO  LOG-KEY.
           MOVE  WK-OPID           TO  LOG-USER-ID.
           MOVE  UF225-APPLY-USER    OF  OTF-REC  TO
                 LOG-APPLY-USER-ID.
           MOVE  UF225-APPROVE-USER  OF  OTF-REC  TO
                 LOG-APPROVE-USER-ID.
           WRITE  LOG-REC.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  ITF-FILE  BNK-FILE  OTF-FILE  LOG-FILE  TOK-FILE
                  GIN-FILE  KKF-FILE.
           DISPLAY  "*** ITF-CNT="  ITF-CNT.
           DISPLAY  "*** ADD-CNT="  ADD-CNT.
           DISPLAY  "*** CHG-CNT="  CHG-CNT.
           DISPLAY  "*** DEL-CNT="  DEL-CNT.
           DISPLAY  "*** ERR-CNT="  ERR-CNT.
           DISPLAY  "*** KKF-CNT="  KKF-CNT.
           DISPLAY  "*** KUBM365  END ***".
       EXT.
           EXIT.
