       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KHBM095.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：発注
      *  プログラム名      ：仕入先別取扱商品マスタメンテナンス
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *  申請ファイル（KHCF085）を読み、仕入先別取扱商品マスタ
      *  （KCCFSPR）へ追加／変更／削除を適用する。仕入先マスタ
      *  メンテナンス（KHBM090）と同じ申請適用方式とし、申請承認
      *  （KJBM150）で承認済みの申請のみを適用して、変更・削除
      *  前の値をＫＣＣＦＬＯＧへ監査ログとして記録する。
      *  追加・変更では仕入先マスタと商品マスタに無いコードを
      *  エラー"5"で落とす。主力フラグ"1"を設定すると、同じ商品
      *  の他の仕入先の主力フラグを外す（外した行も監査ログへ
      *  記録する）。
      *  その仕入先・商品の発注残（KHCF010の状態"0"）または未照
      *  合の仕入先請求書（KHCF030のうち買掛オープンアイテム
      *  （KHCF050）へ計上されていない請求書の行）がある行の削除
      *  は削除保護としてエラー"3"、削除すると取引中の仕入先が
      *  無くなる商品（廃番品を除く）の行の削除はエラー"6"で
      *  落とす。止めた理由はリジェクト一覧へ印字する
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  ITF-FILE  ASSIGN  TO  EXTERNAL  ITF.
           SELECT  SPR-FILE  ASSIGN  TO  EXTERNAL  SPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  CFSPR-KEY.
           SELECT  OTF-FILE  ASSIGN  TO  EXTERNAL  OTF.
           SELECT  LOG-FILE  ASSIGN  TO  EXTERNAL  LOG.
           SELECT  OPR-FILE  ASSIGN  TO  EXTERNAL  OPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFOPR-USER-ID.
           SELECT  SIR-FILE  ASSIGN  TO  EXTERNAL  SIR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSIR-SIIRE-COD.
           SELECT  IMF-FILE  ASSIGN  TO  EXTERNAL  IMF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  POF-FILE  ASSIGN  TO  EXTERNAL  POF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  HF010-PO-KEY.
           SELECT  IVF-FILE  ASSIGN  TO  EXTERNAL  IVF.
           SELECT  HAP-FILE  ASSIGN  TO  EXTERNAL  HAP
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  HAP-KEY.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  ITF-FILE.
       01  ITF-REC.
           COPY  KHCF085.
       FD  SPR-FILE.
       01  SPR-REC.
           COPY  KCCFSPR.
       FD  OTF-FILE.
       01  OTF-REC.
           COPY  KHCF085.
       FD  LOG-FILE.
       01  LOG-REC.
           COPY  KCCFLOG.
      *    操作者マスタ（起動時の権限確認用）
       FD  OPR-FILE.
       01  OPR-REC.
           COPY  KCCFOPR.
      *    仕入先マスタ（存在確認と取引中仕入先の確認用）
       FD  SIR-FILE.
       01  SIR-REC.
           COPY  KCCFSIR.
      *    商品マスタ（存在確認と廃番品の確認用）
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
      *    発注ファイル（削除保護の発注残チェック用）
       FD  POF-FILE.
       01  POF-REC.
           COPY  KHCF010.
      *    仕入先請求書・買掛オープンアイテム（削除保護の未照合
      *    請求書チェック用）
       FD  IVF-FILE.
       01  IVF-REC.
           COPY  KHCF030.
       FD  HAP-FILE.
       01  HAP-REC.
           COPY  KHCF050.
      *    削除保護リジェクト一覧
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
       01  PRM-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  OEF-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  WK-RUN-DATE8            PIC  9(08)          VALUE  ZERO.
      *    操作者認証用（環境変数KCOPIDの操作者ＩＤをマスタと
      *    照合し、認証済みＩＤを監査ログへ記録する）
       01  WK-OPID                 PIC  X(08)          VALUE  SPACE.
       01  WK-AUTH-FLG             PIC  X(01)          VALUE  SPACE.
      *    削除保護判定用（"1"＝依存データありのため削除不可）
       01  WK-GUARD-FLG            PIC  X(01)          VALUE  SPACE.
       01  POF-END-FLG             PIC  X(01)          VALUE  "0".
       01  WK-POF-HIT-FLG          PIC  X(01)          VALUE  SPACE.
       01  IVF-END-FLG             PIC  X(01)          VALUE  "0".
       01  WK-IVF-HIT-FLG          PIC  X(01)          VALUE  SPACE.
      *    主力外し・停止保護判定用（同じ商品の他の仕入先の行を
      *    順に読む）
       01  SPR-END-FLG             PIC  X(01)          VALUE  "0".
       01  WK-HOKA-FLG             PIC  X(01)          VALUE  SPACE.
       01  WK-SAVE-SPR-REC         PIC  X(19)          VALUE  SPACE.
      *  削除保護リジェクト一覧明細
       01  D1-GUARD.
         02  D1-KBN               PIC  X(10).
         02  D1-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SIIRE-COD         PIC  X(6).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-RIYU              PIC  X(40).
         02  FILLER               PIC  X(70)  VALUE  SPACE.
      *
      ********************************************************
      *  仕入先別取扱商品マスタメンテナンス（追加／変更／削除）
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
           DISPLAY  "*** KHBM095 START ***".
           PERFORM  AUTH-RTN.
           OPEN  INPUT   ITF-FILE.
           OPEN  I-O     SPR-FILE.
           OPEN  OUTPUT  OTF-FILE.
           OPEN  EXTEND  LOG-FILE.
           OPEN  INPUT   SIR-FILE.
           OPEN  INPUT   IMF-FILE.
           OPEN  INPUT   POF-FILE.
           OPEN  INPUT   HAP-FILE.
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
             DISPLAY  "*** KHBM095 AUTH ERROR OPID="  WK-OPID
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
      *  エラー"4"、商品番号・仕入先コード空白は区分不正と同じ
      *  エラー"1"で落とし、マスタへは適用しない）
      ********************************************************
       MENTE-RTN                   SECTION.
           MOVE  ITF-REC  TO  OTF-REC.
           MOVE  SPACE    TO  HF085-ERR-KBN  OF  OTF-REC.
           IF  HF085-APPROVE-FLG  OF  OTF-REC  NOT  =  "1"
             OR  HF085-APPROVE-USER  OF  OTF-REC  =  SPACE
             OR  HF085-APPROVE-USER  OF  OTF-REC  =
                 HF085-APPLY-USER    OF  OTF-REC
               MOVE  "4"  TO  HF085-ERR-KBN  OF  OTF-REC
           ELSE
             IF  HF085-SHOHIN-NO  OF  OTF-REC  =  SPACE
               OR  HF085-SIIRE-COD  OF  OTF-REC  =  SPACE
                 MOVE  "1"  TO  HF085-ERR-KBN  OF  OTF-REC
             ELSE
               EVALUATE  HF085-ACTION-KBN  OF  OTF-REC
                 WHEN  "A"
                   PERFORM  NAIYO-CHECK-RTN
                   IF  HF085-ERR-KBN  OF  OTF-REC  =  SPACE
                     PERFORM  ADD-RTN
                   END-IF
                 WHEN  "C"
                   PERFORM  NAIYO-CHECK-RTN
                   IF  HF085-ERR-KBN  OF  OTF-REC  =  SPACE
                     PERFORM  CHANGE-RTN
                   END-IF
                 WHEN  "D"
                   PERFORM  DELETE-RTN
                 WHEN  OTHER
                   MOVE  "1"  TO  HF085-ERR-KBN  OF  OTF-REC
               END-EVALUATE
             END-IF
           END-IF.
           IF  HF085-ERR-KBN  OF  OTF-REC  NOT  =  SPACE
             ADD  +1  TO  ERR-CNT
           END-IF.
           WRITE  OTF-REC.
           PERFORM  ITF-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  申請内容確認処理（仕入先・商品がマスタに無いもの、仕入
      *  単価が数字でないものはエラー"5"）
      ********************************************************
       NAIYO-CHECK-RTN             SECTION.
           IF  HF085-SIIRE-TANKA  OF  OTF-REC  NOT  NUMERIC
             MOVE  "5"  TO  HF085-ERR-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           MOVE  HF085-SIIRE-COD  OF  OTF-REC  TO  CFSIR-SIIRE-COD.
           READ  SIR-FILE
             INVALID  KEY
               MOVE  "5"  TO  HF085-ERR-KBN  OF  OTF-REC
               GO  TO  EXT
           END-READ.
           MOVE  HF085-SHOHIN-NO  OF  OTF-REC  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               MOVE  "5"  TO  HF085-ERR-KBN  OF  OTF-REC
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  追加処理
      ********************************************************
       ADD-RTN                     SECTION.
           MOVE  HF085-SHOHIN-NO  OF  OTF-REC  TO  CFSPR-SHOHIN-NO.
           MOVE  HF085-SIIRE-COD  OF  OTF-REC  TO  CFSPR-SIIRE-COD.
           READ  SPR-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               MOVE  "2"  TO  HF085-ERR-KBN  OF  OTF-REC
               GO  TO  EXT
           END-READ.
           IF  HF085-PRIMARY-FLG  OF  OTF-REC  =  "1"
             PERFORM  PRIMARY-CLEAR-RTN
           END-IF.
           MOVE  SPACE                         TO  SPR-REC.
           MOVE  HF085-SHOHIN-NO  OF  OTF-REC  TO  CFSPR-SHOHIN-NO.
           MOVE  HF085-SIIRE-COD  OF  OTF-REC  TO  CFSPR-SIIRE-COD.
           PERFORM  SPR-SET-RTN.
           WRITE  SPR-REC.
           ADD    +1             TO  ADD-CNT.
           MOVE   SPACE          TO  LOG-BEFORE-IMAGE.
           MOVE   SPR-REC        TO  LOG-AFTER-IMAGE.
           MOVE   HF085-ACTION-KBN  OF  OTF-REC  TO  LOG-ACTION-KBN.
           PERFORM  LOG-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  取扱商品項目設定処理（主力フラグは"1"以外を空白とする）
      ********************************************************
       SPR-SET-RTN                 SECTION.
           IF  HF085-PRIMARY-FLG  OF  OTF-REC  =  "1"
             MOVE  "1"    TO  CFSPR-PRIMARY-FLG
           ELSE
             MOVE  SPACE  TO  CFSPR-PRIMARY-FLG
           END-IF.
           MOVE  HF085-SIIRE-TANKA  OF  OTF-REC  TO  CFSPR-SIIRE-TANKA.
       EXT.
           EXIT.
      ********************************************************
      *  変更処理（主力フラグを外してから対象を読み直して適用
      *  する）
      ********************************************************
       CHANGE-RTN                  SECTION.
           MOVE  HF085-SHOHIN-NO  OF  OTF-REC  TO  CFSPR-SHOHIN-NO.
           MOVE  HF085-SIIRE-COD  OF  OTF-REC  TO  CFSPR-SIIRE-COD.
           READ  SPR-FILE
             INVALID  KEY
               MOVE  "2"  TO  HF085-ERR-KBN  OF  OTF-REC
               GO  TO  EXT
           END-READ.
           IF  HF085-PRIMARY-FLG  OF  OTF-REC  =  "1"
             PERFORM  PRIMARY-CLEAR-RTN
             MOVE  HF085-SHOHIN-NO  OF  OTF-REC  TO  CFSPR-SHOHIN-NO
             MOVE  HF085-SIIRE-COD  OF  OTF-REC  TO  CFSPR-SIIRE-COD
             READ  SPR-FILE
               INVALID  KEY
                 MOVE  "2"  TO  HF085-ERR-KBN  OF  OTF-REC
                 GO  TO  EXT
             END-READ
           END-IF.
           MOVE  SPR-REC  TO  LOG-BEFORE-IMAGE.
           PERFORM  SPR-SET-RTN.
           REWRITE  SPR-REC.
           ADD    +1             TO  CHG-CNT.
           MOVE   SPR-REC        TO  LOG-AFTER-IMAGE.
           MOVE   HF085-ACTION-KBN  OF  OTF-REC  TO  LOG-ACTION-KBN.
           PERFORM  LOG-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  主力外し処理（同じ商品の他の仕入先の主力フラグを外す）
      ********************************************************
       PRIMARY-CLEAR-RTN           SECTION.
           MOVE  "0"    TO  SPR-END-FLG.
           MOVE  HF085-SHOHIN-NO  OF  OTF-REC  TO  CFSPR-SHOHIN-NO.
           MOVE  LOW-VALUE                     TO  CFSPR-SIIRE-COD.
           START  SPR-FILE  KEY  >=  CFSPR-KEY
             INVALID  KEY
               MOVE  "1"  TO  SPR-END-FLG
           END-START.
           PERFORM  PRIMARY-CLEAR-READ-RTN  UNTIL  SPR-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  主力外し読込処理
      ********************************************************
       PRIMARY-CLEAR-READ-RTN      SECTION.
           READ  SPR-FILE  NEXT
             AT  END
               MOVE  "1"  TO  SPR-END-FLG
               GO  TO  EXT
           END-READ.
           IF  CFSPR-SHOHIN-NO  NOT  =  HF085-SHOHIN-NO  OF  OTF-REC
             MOVE  "1"  TO  SPR-END-FLG
             GO  TO  EXT
           END-IF.
           IF  CFSPR-SIIRE-COD  =  HF085-SIIRE-COD  OF  OTF-REC
             OR  CFSPR-PRIMARY-FLG  NOT  =  "1"
               GO  TO  EXT
           END-IF.
           MOVE  SPR-REC  TO  LOG-BEFORE-IMAGE.
           MOVE  SPACE    TO  CFSPR-PRIMARY-FLG.
           REWRITE  SPR-REC.
           ADD    +1             TO  PRM-CNT.
           MOVE   SPR-REC        TO  LOG-AFTER-IMAGE.
           MOVE   "C"            TO  LOG-ACTION-KBN.
           PERFORM  LOG-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  削除処理（発注残・未照合請求書のある行は削除保護として
      *  エラー"3"、取引中の仕入先が他に無くなる行はエラー"6"で
      *  落とす）
      ********************************************************
       DELETE-RTN                  SECTION.
           MOVE  HF085-SHOHIN-NO  OF  OTF-REC  TO  CFSPR-SHOHIN-NO.
           MOVE  HF085-SIIRE-COD  OF  OTF-REC  TO  CFSPR-SIIRE-COD.
           READ  SPR-FILE
             INVALID  KEY
               MOVE  "2"  TO  HF085-ERR-KBN  OF  OTF-REC
               GO  TO  EXT
           END-READ.
           MOVE  SPR-REC  TO  WK-SAVE-SPR-REC.
           MOVE  "削除保護："  TO  D1-KBN.
           PERFORM  DEL-GUARD-RTN.
           IF  WK-GUARD-FLG  =  "1"
             MOVE  "3"  TO  HF085-ERR-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           PERFORM  TANDOKU-CHECK-RTN.
           IF  WK-GUARD-FLG  =  "1"
             MOVE  "6"  TO  HF085-ERR-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           MOVE  HF085-SHOHIN-NO  OF  OTF-REC  TO  CFSPR-SHOHIN-NO.
           MOVE  HF085-SIIRE-COD  OF  OTF-REC  TO  CFSPR-SIIRE-COD.
           READ  SPR-FILE
             INVALID  KEY
               MOVE  "2"  TO  HF085-ERR-KBN  OF  OTF-REC
               GO  TO  EXT
           END-READ.
           DELETE  SPR-FILE.
           ADD    +1               TO  DEL-CNT.
           MOVE   WK-SAVE-SPR-REC  TO  LOG-BEFORE-IMAGE.
           MOVE   SPACE            TO  LOG-AFTER-IMAGE.
           MOVE   HF085-ACTION-KBN  OF  OTF-REC  TO  LOG-ACTION-KBN.
           PERFORM  LOG-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  削除保護判定処理（発注残と未照合の請求書を調べ、見つ
      *  かった理由を全てリジェクト一覧へ印字する）
      ********************************************************
       DEL-GUARD-RTN               SECTION.
           MOVE  SPACE  TO  WK-GUARD-FLG.
           PERFORM  POF-SCAN-RTN.
           IF  WK-POF-HIT-FLG  =  "1"
             MOVE  "1"  TO  WK-GUARD-FLG
             MOVE  "発注残があります"  TO  D1-RIYU
             PERFORM  GUARD-PRINT-RTN
           END-IF.
           PERFORM  IVF-SCAN-RTN.
           IF  WK-IVF-HIT-FLG  =  "1"
             MOVE  "1"  TO  WK-GUARD-FLG
             MOVE  "未照合の仕入先請求書があります"
                   TO  D1-RIYU
             PERFORM  GUARD-PRINT-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  発注残走査処理（対象仕入先・商品の状態"0"の発注行が
      *  １件でもあれば該当ありとする）
      ********************************************************
       POF-SCAN-RTN                SECTION.
           MOVE  SPACE  TO  WK-POF-HIT-FLG.
           MOVE  "0"    TO  POF-END-FLG.
           MOVE  LOW-VALUE  TO  HF010-PO-KEY.
           START  POF-FILE  KEY  >=  HF010-PO-KEY
             INVALID  KEY
               MOVE  "1"  TO  POF-END-FLG
           END-START.
           PERFORM  POF-SCAN-READ-RTN  UNTIL  POF-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  発注ファイル順次読込処理
      ********************************************************
       POF-SCAN-READ-RTN           SECTION.
           READ  POF-FILE  NEXT
             AT  END
               MOVE  "1"  TO  POF-END-FLG
             NOT  AT  END
               IF  HF010-SIIRE-COD  =  HF085-SIIRE-COD  OF  OTF-REC
                 AND  HF010-SHOHIN-NO  =  HF085-SHOHIN-NO  OF  OTF-REC
                 AND  HF010-STATUS  =  "0"
                   MOVE  "1"  TO  WK-POF-HIT-FLG
                   MOVE  "1"  TO  POF-END-FLG
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  未照合請求書走査処理（対象仕入先の請求書の行のうち、
      *  発注行の商品が対象商品で、買掛オープンアイテムに無い
      *  請求書番号が１件でもあれば該当ありとする）
      ********************************************************
       IVF-SCAN-RTN                SECTION.
           MOVE  SPACE  TO  WK-IVF-HIT-FLG.
           MOVE  "0"    TO  IVF-END-FLG.
           OPEN  INPUT  IVF-FILE.
           PERFORM  IVF-SCAN-READ-RTN  UNTIL  IVF-END-FLG  =  "1".
           CLOSE  IVF-FILE.
       EXT.
           EXIT.
      ********************************************************
      *  仕入先請求書順次読込処理
      ********************************************************
       IVF-SCAN-READ-RTN           SECTION.
           READ  IVF-FILE
             AT  END
               MOVE  "1"  TO  IVF-END-FLG
               GO  TO  EXT
           END-READ.
           IF  HF030-SIIRE-COD  NOT  =  HF085-SIIRE-COD  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           MOVE  HF030-PO-NO   TO  HF010-PO-NO.
           MOVE  HF030-PO-GYO  TO  HF010-PO-GYO.
           READ  POF-FILE
             INVALID  KEY
               GO  TO  EXT
           END-READ.
           IF  HF010-SHOHIN-NO  NOT  =  HF085-SHOHIN-NO  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           MOVE  HF030-SIIRE-COD  TO  HAP-SIIRE-COD.
           MOVE  HF030-SEIKYU-NO  TO  HAP-SEIKYU-NO.
           READ  HAP-FILE
             INVALID  KEY
               MOVE  "1"  TO  WK-IVF-HIT-FLG
               MOVE  "1"  TO  IVF-END-FLG
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  停止保護判定処理（対象仕入先が取引中で商品が廃番で
      *  なければ、同じ商品を扱う他の取引中仕入先を探す。無け
      *  ればリジェクト一覧へ印字する）
      ********************************************************
       TANDOKU-CHECK-RTN           SECTION.
           MOVE  SPACE  TO  WK-GUARD-FLG.
           MOVE  HF085-SIIRE-COD  OF  OTF-REC  TO  CFSIR-SIIRE-COD.
           READ  SIR-FILE
             INVALID  KEY
               GO  TO  EXT
           END-READ.
           IF  CFSIR-ACTIVE-FLG  NOT  =  "1"
             GO  TO  EXT
           END-IF.
           MOVE  HF085-SHOHIN-NO  OF  OTF-REC  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               GO  TO  EXT
           END-READ.
           IF  CFSHO-HAIBAN-FLG  =  "1"
             GO  TO  EXT
           END-IF.
           MOVE  SPACE  TO  WK-HOKA-FLG.
           MOVE  "0"    TO  SPR-END-FLG.
           MOVE  HF085-SHOHIN-NO  OF  OTF-REC  TO  CFSPR-SHOHIN-NO.
           MOVE  LOW-VALUE                     TO  CFSPR-SIIRE-COD.
           START  SPR-FILE  KEY  >=  CFSPR-KEY
             INVALID  KEY
               MOVE  "1"  TO  SPR-END-FLG
           END-START.
           PERFORM  HOKA-SIIRE-RTN  UNTIL  SPR-END-FLG  =  "1".
           IF  WK-HOKA-FLG  NOT  =  "1"
             MOVE  "1"  TO  WK-GUARD-FLG
             MOVE  "停止保護："  TO  D1-KBN
             MOVE  "取引中の仕入先が他にありません"
                   TO  D1-RIYU
             PERFORM  GUARD-PRINT-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  他仕入先確認処理（同じ商品を扱う対象以外の仕入先が
      *  取引中であれば他ありとする）
      ********************************************************
       HOKA-SIIRE-RTN              SECTION.
           READ  SPR-FILE  NEXT
             AT  END
               MOVE  "1"  TO  SPR-END-FLG
               GO  TO  EXT
           END-READ.
           IF  CFSPR-SHOHIN-NO  NOT  =  HF085-SHOHIN-NO  OF  OTF-REC
             MOVE  "1"  TO  SPR-END-FLG
             GO  TO  EXT
           END-IF.
           IF  CFSPR-SIIRE-COD  =  HF085-SIIRE-COD  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           MOVE  CFSPR-SIIRE-COD  TO  CFSIR-SIIRE-COD.
           READ  SIR-FILE
             INVALID  KEY
               GO  TO  EXT
           END-READ.
           IF  CFSIR-ACTIVE-FLG  =  "1"
             MOVE  "1"  TO  WK-HOKA-FLG
             MOVE  "1"  TO  SPR-END-FLG
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  保護理由印字処理
      ********************************************************
       GUARD-PRINT-RTN             SECTION.
           MOVE  HF085-SHOHIN-NO  OF  OTF-REC  TO  D1-SHOHIN-NO.
           MOVE  HF085-SIIRE-COD  OF  OTF-REC  TO  D1-SIIRE-COD.
           MOVE  D1-GUARD  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  OEF-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  監査ログ出力処理（キーは商品番号。仕入先コードは前後
      *  イメージの６桁目から残る）
      ********************************************************
       LOG-WRITE-RTN               SECTION.
           MOVE  WK-RUN-DATE8      TO  LOG-UPDATE-DATE.
           ACCEPT  LOG-UPDATE-TIME  FROM  TIME.
           MOVE  "W"               TO  LOG-MASTER-KBN.
           MOVE  HF085-SHOHIN-NO   OF  OTF-REC  TO  LOG-KEY.
           MOVE  WK-OPID           TO  LOG-USER-ID.
           MOVE  HF085-APPLY-USER    OF  OTF-REC  TO
                 LOG-APPLY-USER-ID.
           MOVE  HF085-APPROVE-USER  OF  OTF-REC  TO
                 LOG-APPROVE-USER-ID.
           WRITE  LOG-REC.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  ITF-FILE  SPR-FILE  OTF-FILE  LOG-FILE  SIR-FILE
                  IMF-FILE  POF-FILE  HAP-FILE  OEF-FILE.
           DISPLAY  "*** ITF-CNT="  ITF-CNT.
           DISPLAY  "*** ADD-CNT="  ADD-CNT.
           DISPLAY  "*** CHG-CNT="  CHG-CNT.
           DISPLAY  "*** DEL-CNT="  DEL-CNT.
           DISPLAY  "*** ERR-CNT="  ERR-CNT.
           DISPLAY  "*** PRM-CNT="  PRM-CNT.
           DISPLAY  "*** OEF-CNT="  OEF-CNT.
           DISPLAY  "*** KHBM095  END ***".
       EXT.
           EXIT.
