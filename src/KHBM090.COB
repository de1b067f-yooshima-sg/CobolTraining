       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KHBM090.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：発注
      *  プログラム名      ：仕入先マスタメンテナンス
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *  申請ファイル（KHCF080）を読み、仕入先マスタ（KCCFSIR）へ
      *  追加／変更／削除を適用する。商品・得意先マスタと同じ
      *  申請適用方式とし、申請承認（KJBM150）で承認済み（承認
      *  区分"1"かつ申請者と承認者が異なる）の申請のみを適用し
      *  て、変更・削除前の値をＫＣＣＦＬＯＧへ監査ログとして
      *  記録する。操作者は環境変数KCOPIDをマスタ保守権限と照合
      *  する。
      *  発注残（KHCF010の状態"0"）または未照合の仕入先請求書
      *  （KHCF030のうち仕入請求照合（KHBM030）で買掛オープン
      *  アイテム（KHCF050）へ計上されていない請求書）がある
      *  仕入先の削除は削除保護としてエラー"3"で落とす。取引中
      *  の仕入先を停止・削除すると取引中の仕入先が無くなる商品
      *  （廃番品を除く）があれば、エラー"6"で落とす。止めた
      *  理由はリジェクト一覧へ印字する
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  ITF-FILE  ASSIGN  TO  EXTERNAL  ITF.
           SELECT  SIR-FILE  ASSIGN  TO  EXTERNAL  SIR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSIR-SIIRE-COD.
           SELECT  OTF-FILE  ASSIGN  TO  EXTERNAL  OTF.
           SELECT  LOG-FILE  ASSIGN  TO  EXTERNAL  LOG.
           SELECT  OPR-FILE  ASSIGN  TO  EXTERNAL  OPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFOPR-USER-ID.
           SELECT  SPR-FILE  ASSIGN  TO  EXTERNAL  SPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  CFSPR-KEY.
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
           COPY  KHCF080.
       FD  SIR-FILE.
       01  SIR-REC.
           COPY  KCCFSIR.
       FD  OTF-FILE.
       01  OTF-REC.
           COPY  KHCF080.
       FD  LOG-FILE.
       01  LOG-REC.
           COPY  KCCFLOG.
      *    操作者マスタ（起動時の権限確認用）
       FD  OPR-FILE.
       01  OPR-REC.
           COPY  KCCFOPR.
      *    仕入先別取扱商品マスタ（取引中仕入先の有無の確認用）
       FD  SPR-FILE.
       01  SPR-REC.
           COPY  KCCFSPR.
      *    商品マスタ（廃番品の確認用）
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
      *    削除・停止保護リジェクト一覧
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
      *    停止保護判定用（対象仕入先の取扱商品表と、商品ごとの
      *    他の取引中仕入先の有無）
       01  WK-TANDOKU-FLG          PIC  X(01)          VALUE  SPACE.
       01  SPR-END-FLG             PIC  X(01)          VALUE  "0".
       01  WK-SPR-SHOHIN-NO        PIC  X(05)          VALUE  SPACE.
       01  WK-HOKA-FLG             PIC  X(01)          VALUE  SPACE.
       01  WK-SHO-CNT              PIC S9(4)  COMP-3  VALUE   +0.
       01  WK-SHO-MAX              PIC S9(4)  COMP-3  VALUE  +999.
       01  WK-SHO-IDX              PIC S9(4)  COMP-3  VALUE   +0.
       01  WK-SHO-TBL.
         02  WK-SHO-ENT            OCCURS  999  TIMES.
           03  WK-SHO-SHOHIN-NO    PIC  X(05).
      *  削除・停止保護リジェクト一覧明細
       01  D1-GUARD.
         02  D1-KBN               PIC  X(10).
         02  D1-SIIRE-COD         PIC  X(6).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-RIYU              PIC  X(40).
         02  FILLER               PIC  X(70)  VALUE  SPACE.
      *
      ********************************************************
      *  仕入先マスタメンテナンス（追加／変更／削除）
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
           DISPLAY  "*** KHBM090 START ***".
           PERFORM  AUTH-RTN.
           OPEN  INPUT   ITF-FILE.
           OPEN  I-O     SIR-FILE.
           OPEN  OUTPUT  OTF-FILE.
           OPEN  EXTEND  LOG-FILE.
           OPEN  INPUT   SPR-FILE.
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
             DISPLAY  "*** KHBM090 AUTH ERROR OPID="  WK-OPID
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
      *  エラー"4"、仕入先コード空白は区分不正と同じエラー"1"、
      *  追加・変更でリードタイムが数字でない申請はエラー"5"で
      *  落とし、マスタへは適用しない）
      ********************************************************
       MENTE-RTN                   SECTION.
           MOVE  ITF-REC  TO  OTF-REC.
           MOVE  SPACE    TO  HF080-ERR-KBN  OF  OTF-REC.
           IF  HF080-APPROVE-FLG  OF  OTF-REC  NOT  =  "1"
             OR  HF080-APPROVE-USER  OF  OTF-REC  =  SPACE
             OR  HF080-APPROVE-USER  OF  OTF-REC  =
                 HF080-APPLY-USER    OF  OTF-REC
               MOVE  "4"  TO  HF080-ERR-KBN  OF  OTF-REC
           ELSE
             IF  HF080-SIIRE-COD  OF  OTF-REC  =  SPACE
               MOVE  "1"  TO  HF080-ERR-KBN  OF  OTF-REC
             ELSE
               EVALUATE  HF080-ACTION-KBN  OF  OTF-REC
                 WHEN  "A"
                   PERFORM  NAIYO-CHECK-RTN
                   IF  HF080-ERR-KBN  OF  OTF-REC  =  SPACE
                     PERFORM  ADD-RTN
                   END-IF
                 WHEN  "C"
                   PERFORM  NAIYO-CHECK-RTN
                   IF  HF080-ERR-KBN  OF  OTF-REC  =  SPACE
                     PERFORM  CHANGE-RTN
                   END-IF
                 WHEN  "D"
                   PERFORM  DELETE-RTN
                 WHEN  OTHER
                   MOVE  "1"  TO  HF080-ERR-KBN  OF  OTF-REC
               END-EVALUATE
             END-IF
           END-IF.
           IF  HF080-ERR-KBN  OF  OTF-REC  NOT  =  SPACE
             ADD  +1  TO  ERR-CNT
           END-IF.
           WRITE  OTF-REC.
           PERFORM  ITF-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  申請内容確認処理
      ********************************************************
       NAIYO-CHECK-RTN             SECTION.
           IF  HF080-LEAD-DAYS  OF  OTF-REC  NOT  NUMERIC
             MOVE  "5"  TO  HF080-ERR-KBN  OF  OTF-REC
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  追加処理
      ********************************************************
       ADD-RTN                     SECTION.
           MOVE  HF080-SIIRE-COD  OF  OTF-REC  TO  CFSIR-SIIRE-COD.
           READ  SIR-FILE
             INVALID  KEY
               MOVE  SPACE                         TO  SIR-REC
               MOVE  HF080-SIIRE-COD  OF  OTF-REC  TO  CFSIR-SIIRE-COD
               PERFORM  SIR-SET-RTN
               WRITE  SIR-REC
               ADD    +1             TO  ADD-CNT
               MOVE   SPACE          TO  LOG-BEFORE-IMAGE
               MOVE   SIR-REC        TO  LOG-AFTER-IMAGE
               PERFORM  LOG-WRITE-RTN
             NOT  INVALID  KEY
               MOVE  "2"  TO  HF080-ERR-KBN  OF  OTF-REC
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  仕入先項目設定処理（稼働フラグ・受入検査フラグは"1"以外
      *  を空白とし、支払条件の非数字はゼロとする）
      ********************************************************
       SIR-SET-RTN                 SECTION.
           MOVE  HF080-SIIRE-MEI   OF  OTF-REC  TO  CFSIR-SIIRE-MEI.
           MOVE  HF080-LEAD-DAYS   OF  OTF-REC  TO  CFSIR-LEAD-DAYS.
           IF  HF080-ACTIVE-FLG  OF  OTF-REC  =  "1"
             MOVE  "1"    TO  CFSIR-ACTIVE-FLG
           ELSE
             MOVE  SPACE  TO  CFSIR-ACTIVE-FLG
           END-IF.
           IF  HF080-SHIME-DD  OF  OTF-REC  IS  NUMERIC
             MOVE  HF080-SHIME-DD  OF  OTF-REC  TO  CFSIR-SHIME-DD
           ELSE
             MOVE  ZERO  TO  CFSIR-SHIME-DD
           END-IF.
           IF  HF080-SHIHARAI-TSUKI  OF  OTF-REC  IS  NUMERIC
             MOVE  HF080-SHIHARAI-TSUKI  OF  OTF-REC  TO
                   CFSIR-SHIHARAI-TSUKI
           ELSE
             MOVE  ZERO  TO  CFSIR-SHIHARAI-TSUKI
           END-IF.
           IF  HF080-SHIHARAI-DD  OF  OTF-REC  IS  NUMERIC
             MOVE  HF080-SHIHARAI-DD  OF  OTF-REC  TO
                   CFSIR-SHIHARAI-DD
           ELSE
             MOVE  ZERO  TO  CFSIR-SHIHARAI-DD
           END-IF.
           IF  HF080-KENSA-FLG  OF  OTF-REC  =  "1"
             MOVE  "1"    TO  CFSIR-KENSA-FLG
           ELSE
             MOVE  SPACE  TO  CFSIR-KENSA-FLG
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  変更処理（取引中から停止への変更は停止保護を判定する。
      *  判定で他の仕入先を読むため、適用前に対象を読み直す）
      ********************************************************
       CHANGE-RTN                  SECTION.
           MOVE  HF080-SIIRE-COD  OF  OTF-REC  TO  CFSIR-SIIRE-COD.
           READ  SIR-FILE
             INVALID  KEY
               MOVE  "2"  TO  HF080-ERR-KBN  OF  OTF-REC
               GO  TO  EXT
           END-READ.
           IF  CFSIR-ACTIVE-FLG  =  "1"
             AND  HF080-ACTIVE-FLG  OF  OTF-REC  NOT  =  "1"
               MOVE  "停止保護："  TO  D1-KBN
               PERFORM  TANDOKU-CHECK-RTN
               IF  WK-TANDOKU-FLG  =  "1"
                 MOVE  "6"  TO  HF080-ERR-KBN  OF  OTF-REC
                 GO  TO  EXT
               END-IF
               MOVE  HF080-SIIRE-COD  OF  OTF-REC  TO  CFSIR-SIIRE-COD
               READ  SIR-FILE
                 INVALID  KEY
                   MOVE  "2"  TO  HF080-ERR-KBN  OF  OTF-REC
                   GO  TO  EXT
               END-READ
           END-IF.
           MOVE  SIR-REC  TO  LOG-BEFORE-IMAGE.
           PERFORM  SIR-SET-RTN.
           REWRITE  SIR-REC.
           ADD    +1             TO  CHG-CNT.
           MOVE   SIR-REC        TO  LOG-AFTER-IMAGE.
           PERFORM  LOG-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  削除処理（発注残・未照合請求書のある仕入先は削除保護
      *  としてエラー"3"、取引中の仕入先で停止保護に掛かるもの
      *  はエラー"6"で落とす）
      ********************************************************
       DELETE-RTN                  SECTION.
           MOVE  HF080-SIIRE-COD  OF  OTF-REC  TO  CFSIR-SIIRE-COD.
           READ  SIR-FILE
             INVALID  KEY
               MOVE  "2"  TO  HF080-ERR-KBN  OF  OTF-REC
               GO  TO  EXT
           END-READ.
           MOVE  "削除保護："  TO  D1-KBN.
           PERFORM  DEL-GUARD-RTN.
           IF  WK-GUARD-FLG  =  "1"
             MOVE  "3"  TO  HF080-ERR-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           IF  CFSIR-ACTIVE-FLG  =  "1"
             MOVE  "停止保護："  TO  D1-KBN
             PERFORM  TANDOKU-CHECK-RTN
             IF  WK-TANDOKU-FLG  =  "1"
               MOVE  "6"  TO  HF080-ERR-KBN  OF  OTF-REC
               GO  TO  EXT
             END-IF
             MOVE  HF080-SIIRE-COD  OF  OTF-REC  TO  CFSIR-SIIRE-COD
             READ  SIR-FILE
               INVALID  KEY
                 MOVE  "2"  TO  HF080-ERR-KBN  OF  OTF-REC
                 GO  TO  EXT
             END-READ
           END-IF.
           MOVE  SIR-REC  TO  LOG-BEFORE-IMAGE.
           DELETE  SIR-FILE.
           ADD    +1      TO  DEL-CNT.
           MOVE   SPACE   TO  LOG-AFTER-IMAGE.
           PERFORM  LOG-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  削除保護判定処理（発注残と未照合の請求書を調べ、見つ
      *  かった理由を全てリジェクト一覧へ印字する）
      ********************************************************
       DEL-GUARD-RTN               SECTION.
           MOVE  SPACE  TO  WK-GUARD-FLG.
           MOVE  SPACE  TO  D1-SHOHIN-NO.
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
      *  発注残走査処理（対象仕入先の状態"0"の発注行が１件でも
      *  あれば該当ありとする）
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
               IF  HF010-SIIRE-COD  =  HF080-SIIRE-COD  OF  OTF-REC
                 AND  HF010-STATUS  =  "0"
                   MOVE  "1"  TO  WK-POF-HIT-FLG
                   MOVE  "1"  TO  POF-END-FLG
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  未照合請求書走査処理（対象仕入先の請求書のうち、買掛
      *  オープンアイテムに無い請求書番号が１件でもあれば該当
      *  ありとする）
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
           IF  HF030-SIIRE-COD  NOT  =  HF080-SIIRE-COD  OF  OTF-REC
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
      *  停止保護判定処理（対象仕入先の取扱商品を表へ集め、
      *  廃番でない商品ごとに他の取引中仕入先があるか調べる。
      *  無い商品を全てリジェクト一覧へ印字する）
      ********************************************************
       TANDOKU-CHECK-RTN           SECTION.
           MOVE  SPACE  TO  WK-TANDOKU-FLG.
           MOVE  +0     TO  WK-SHO-CNT.
           MOVE  "0"    TO  SPR-END-FLG.
           MOVE  LOW-VALUE  TO  CFSPR-KEY.
           START  SPR-FILE  KEY  >=  CFSPR-KEY
             INVALID  KEY
               MOVE  "1"  TO  SPR-END-FLG
           END-START.
           PERFORM  SPR-COLLECT-RTN  UNTIL  SPR-END-FLG  =  "1".
           PERFORM  SHOHIN-CHECK-RTN
             VARYING  WK-SHO-IDX  FROM  1  BY  1
               UNTIL  WK-SHO-IDX  >  WK-SHO-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  取扱商品収集処理
      ********************************************************
       SPR-COLLECT-RTN             SECTION.
           READ  SPR-FILE  NEXT
             AT  END
               MOVE  "1"  TO  SPR-END-FLG
               GO  TO  EXT
           END-READ.
           IF  CFSPR-SIIRE-COD  =  HF080-SIIRE-COD  OF  OTF-REC
             AND  WK-SHO-CNT  <  WK-SHO-MAX
               ADD  +1  TO  WK-SHO-CNT
               MOVE  CFSPR-SHOHIN-NO  TO  WK-SHO-SHOHIN-NO  (WK-SHO-CNT)
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  商品別取引中仕入先確認処理
      ********************************************************
       SHOHIN-CHECK-RTN            SECTION.
           MOVE  WK-SHO-SHOHIN-NO  (WK-SHO-IDX)  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               GO  TO  EXT
           END-READ.
           IF  CFSHO-HAIBAN-FLG  =  "1"
             GO  TO  EXT
           END-IF.
           MOVE  SPACE  TO  WK-HOKA-FLG.
           MOVE  "0"    TO  SPR-END-FLG.
           MOVE  WK-SHO-SHOHIN-NO  (WK-SHO-IDX)  TO  WK-SPR-SHOHIN-NO.
           MOVE  WK-SPR-SHOHIN-NO  TO  CFSPR-SHOHIN-NO.
           MOVE  LOW-VALUE         TO  CFSPR-SIIRE-COD.
           START  SPR-FILE  KEY  >=  CFSPR-KEY
             INVALID  KEY
               MOVE  "1"  TO  SPR-END-FLG
           END-START.
           PERFORM  HOKA-SIIRE-RTN  UNTIL  SPR-END-FLG  =  "1".
           IF  WK-HOKA-FLG  NOT  =  "1"
             MOVE  "1"  TO  WK-TANDOKU-FLG
             MOVE  WK-SPR-SHOHIN-NO  TO  D1-SHOHIN-NO
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
           IF  CFSPR-SHOHIN-NO  NOT  =  WK-SPR-SHOHIN-NO
             MOVE  "1"  TO  SPR-END-FLG
             GO  TO  EXT
           END-IF.
           IF  CFSPR-SIIRE-COD  =  HF080-SIIRE-COD  OF  OTF-REC
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
           MOVE  HF080-SIIRE-COD  OF  OTF-REC  TO  D1-SIIRE-COD.
           MOVE  D1-GUARD  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  OEF-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  監査ログ出力処理（仕入先コードは６桁のため、ログの
      *  キーには２桁目から５桁を記録する。全桁は前後イメージ
      *  の先頭に残る）
      ********************************************************
       LOG-WRITE-RTN               SECTION.
           MOVE  WK-RUN-DATE8      TO  LOG-UPDATE-DATE.
           ACCEPT  LOG-UPDATE-TIME  FROM  TIME.
           MOVE  "V"               TO  LOG-MASTER-KBN.
           MOVE  HF080-ACTION-KBN  OF  OTF-REC  TO  LOG-ACTION-KBN.
           MOVE  HF080-SIIRE-COD   OF  OTF-REC  (2:5)  TO  LOG-KEY.
           MOVE  WK-OPID           TO  LOG-USER-ID.
           MOVE  HF080-APPLY-USER    OF  OTF-REC  TO
                 LOG-APPLY-USER-ID.
           MOVE  HF080-APPROVE-USER  OF  OTF-REC  TO
                 LOG-APPROVE-USER-ID.
           WRITE  LOG-REC.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  ITF-FILE  SIR-FILE  OTF-FILE  LOG-FILE  SPR-FILE
                  IMF-FILE  POF-FILE  HAP-FILE  OEF-FILE.
           DISPLAY  "*** ITF-CNT="  ITF-CNT.
           DISPLAY  "*** ADD-CNT="  ADD-CNT.
           DISPLAY  "*** CHG-CNT="  CHG-CNT.
           DISPLAY  "*** DEL-CNT="  DEL-CNT.
           DISPLAY  "*** ERR-CNT="  ERR-CNT.
           DISPLAY  "*** OEF-CNT="  OEF-CNT.
           DISPLAY  "*** KHBM090  END ***".
       EXT.
           EXIT.
