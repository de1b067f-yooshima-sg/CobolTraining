       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KJBM475.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：共通
      *  プログラム名      ：販促キャンペーンマスタメンテナンス
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *  申請ファイル（KJCF405）を読み、販促キャンペーンマスタ
      *  （KCCFCMP）へ追加／変更／削除を適用する。商品・得意先
      *  マスタと同じ申請適用方式とし、申請承認（KJBM150）で承認
      *  済み（承認区分"1"かつ申請者と承認者が異なる）の申請のみ
      *  を適用して、変更・削除前の値をＫＣＣＦＬＯＧへ監査ログ
      *  として記録する。操作者は環境変数KCOPIDをマスタ保守権限
      *  と照合する。
      *  キャンペーンマスタは順ファイルのため、開始時に全件を
      *  キャンペーンコード順の表へ読み込んで申請を表へ適用し、
      *  更新があれば終了時に表から書き直す。表の件数は受注入力
      *  （KJBM030）が読み込める５０件を上限とする。
      *  追加・変更では対象区分・対象コード（得意先はマスタ登録、
      *  商品番号前方一致は該当商品の有無）・値引・適用期間を
      *  確認し（エラー"5"）、同じ対象に適用期間の重なる他の
      *  キャンペーンがある申請はエラー"6"で落とす。値引後の
      *  単価（商品マスタの現行単価から計算）が標準原価を下回る
      *  商品がある申請は適用したうえで警告区分を立て、該当商品
      *  と重複の内容をチェックリストへ印字する
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  ITF-FILE  ASSIGN  TO  EXTERNAL  ITF.
           SELECT  CMP-FILE  ASSIGN  TO  EXTERNAL  CMP.
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
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  ITF-FILE.
       01  ITF-REC.
           COPY  KJCF405.
       FD  CMP-FILE.
       01  CMP-REC.
           COPY  KCCFCMP.
       FD  OTF-FILE.
       01  OTF-REC.
           COPY  KJCF405.
       FD  LOG-FILE.
       01  LOG-REC.
           COPY  KCCFLOG.
      *    操作者マスタ（起動時の権限確認用）
       FD  OPR-FILE.
       01  OPR-REC.
           COPY  KCCFOPR.
      *    得意先マスタ・商品マスタ（対象コードの確認と原価割れ
      *    判定用）
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
       01  CMP-END-FLG             PIC  X(1)          VALUE  "0".
       01  IMF-END-FLG             PIC  X(1)          VALUE  "0".
       01  ITF-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  CMP-IN-CNT              PIC S9(9)  COMP-3  VALUE   +0.
       01  CMP-OUT-CNT             PIC S9(9)  COMP-3  VALUE   +0.
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
      *    キャンペーン表（キャンペーンコード順。受注入力の読込
      *    上限に合わせて５０件まで）
       01  WK-CMP-MAX              PIC S9(4)  COMP-3  VALUE  +50.
       01  WK-CMP-CNT              PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-CMP-IDX              PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-CMP-HIT              PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-CMP-INS              PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-CMP-OVF-FLG          PIC  X(01)          VALUE  SPACE.
       01  WK-KOSHIN-FLG           PIC  X(01)          VALUE  SPACE.
       01  WK-CMP-TBL.
         02  WK-CMP-ENT            OCCURS  50  TIMES.
           03  WK-CMP-ENT-REC      PIC  X(38).
           03  WK-CMP-ENT-R        REDEFINES  WK-CMP-ENT-REC.
             05  WK-CMP-ENT-COD    PIC  X(04).
             05  FILLER            PIC  X(34).
      *    表の１件を項目で扱うための作業域
       01  WK-CMP-AREA.
           COPY  KCCFCMP  REPLACING  LEADING  ==CFCMP==  BY  ==WKCMP==.
      *    対象コードの桁数（後続の空白を除いた長さ。商品番号前方
      *    一致の比較と対象の重なり判定に使う）
       01  WK-PRE-IX               PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-NEW-LEN              PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-OLD-LEN              PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-CMP-LEN              PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-LEN-COD              PIC  X(05)          VALUE  SPACE.
       01  WK-LEN                  PIC S9(4)  COMP-3  VALUE  +0.
      *    期間重複・原価割れ判定用
       01  WK-JUFUKU-FLG           PIC  X(01)          VALUE  SPACE.
       01  WK-GAITO-CNT            PIC S9(7)  COMP-3  VALUE  +0.
       01  WK-NET-TANKA            PIC S9(07)V9(2)  COMP-3  VALUE  +0.
      *    監査ログの前後イメージ（キャンペーンマスタはログの
      *    イメージより長いため、値引は区分に応じて率または額の
      *    一方を、日付はパック形式で詰めて記録する。ログのキー
      *    にはキャンペーンコードを入れる）
       01  WK-LOG-IMAGE.
         02  WK-LOG-TAISHO-KBN     PIC  X(01).
         02  WK-LOG-TAISHO-COD     PIC  X(05).
         02  WK-LOG-NEBIKI-KBN     PIC  X(01).
         02  WK-LOG-NEBIKI-CHI     PIC  9(05)V9(2)  COMP-3.
         02  WK-LOG-EFF-FROM       PIC  9(08)       COMP-3.
         02  WK-LOG-EFF-TO         PIC  9(08)       COMP-3.
         02  FILLER                PIC  X(04)   VALUE  SPACE.
      *  原価割れ明細
       01  D1-GENKA.
         02  D1-KBN               PIC  X(10).
         02  D1-CMP-COD           PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHOHIN-MEI        PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TANKA             PIC  ZZ,ZZ9.99.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-NET-TANKA         PIC  -ZZ,ZZ9.99.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-GENKA-CHI         PIC  ZZ,ZZ9.99.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-RIYU              PIC  X(30).
         02  FILLER               PIC  X(26)  VALUE  SPACE.
      *  期間重複明細
       01  D2-JUFUKU.
         02  D2-KBN               PIC  X(10).
         02  D2-CMP-COD           PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-RIYU              PIC  X(30).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "重複先：".
         02  D2-TAISHO-CMP-COD    PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-EFF-FROM          PIC  9(8).
         02  FILLER               PIC  X(1)   VALUE  "-".
         02  D2-EFF-TO            PIC  9(8).
         02  FILLER               PIC  X(56)  VALUE  SPACE.
      *
      ********************************************************
      *  販促キャンペーンマスタメンテナンス（追加／変更／削除）
      *  変更・削除前の値はＫＣＣＦＬＯＧへ監査ログとして記録する
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  ITF-READ-RTN.
           PERFORM  MENTE-RTN  UNTIL  ITF-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（キャンペーンマスタを表へ読み込む）
      ********************************************************
       INIT-RTN                    SECTION.
           DISPLAY  "*** KJBM475 START ***".
           PERFORM  AUTH-RTN.
           OPEN  INPUT   ITF-FILE.
           OPEN  OUTPUT  OTF-FILE.
           OPEN  EXTEND  LOG-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  INPUT   IMF-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-RUN-DATE8  FROM  DATE  YYYYMMDD.
           OPEN  INPUT   CMP-FILE.
           PERFORM  CMP-LOAD-RTN  UNTIL  CMP-END-FLG  =  "1".
           CLOSE  CMP-FILE.
           IF  WK-CMP-OVF-FLG  =  "1"
             DISPLAY  "*** KJBM475 CMP-TBL OVERFLOW ***"
           END-IF.
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
             DISPLAY  "*** KJBM475 AUTH ERROR OPID="  WK-OPID
             STOP  RUN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  キャンペーン表読込処理（上限を超えた分は表に積まず、
      *  全申請をエラーとして書き直しも行わない）
      ********************************************************
       CMP-LOAD-RTN                SECTION.
           READ  CMP-FILE
             AT  END
               MOVE  "1"  TO  CMP-END-FLG
               GO  TO  EXT
           END-READ.
           ADD  +1  TO  CMP-IN-CNT.
           IF  WK-CMP-CNT  <  WK-CMP-MAX
             ADD  +1  TO  WK-CMP-CNT
             MOVE  CMP-REC  TO  WK-CMP-ENT-REC  (WK-CMP-CNT)
           ELSE
             MOVE  "1"  TO  WK-CMP-OVF-FLG
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
      *  エラー"4"、キャンペーンコード空白は区分不正と同じエラー
      *  "1"、キャンペーンマスタが表に収まらず書き直せない場合は
      *  エラー"5"で落とし、マスタへは適用しない）
      ********************************************************
       MENTE-RTN                   SECTION.
           MOVE  ITF-REC  TO  OTF-REC.
           MOVE  SPACE    TO  JF405-ERR-KBN   OF  OTF-REC.
           MOVE  SPACE    TO  JF405-WARN-KBN  OF  OTF-REC.
           IF  JF405-APPROVE-FLG  OF  OTF-REC  NOT  =  "1"
             OR  JF405-APPROVE-USER  OF  OTF-REC  =  SPACE
             OR  JF405-APPROVE-USER  OF  OTF-REC  =
                 JF405-APPLY-USER    OF  OTF-REC
               MOVE  "4"  TO  JF405-ERR-KBN  OF  OTF-REC
           ELSE
             IF  JF405-CMP-COD  OF  OTF-REC  =  SPACE
               MOVE  "1"  TO  JF405-ERR-KBN  OF  OTF-REC
             ELSE
               IF  WK-CMP-OVF-FLG  =  "1"
                 MOVE  "5"  TO  JF405-ERR-KBN  OF  OTF-REC
               ELSE
                 PERFORM  CMP-SEARCH-RTN
                 PERFORM  SHORI-RTN
               END-IF
             END-IF
           END-IF.
           IF  JF405-ERR-KBN  OF  OTF-REC  NOT  =  SPACE
             ADD  +1  TO  ERR-CNT
           END-IF.
           IF  JF405-WARN-KBN  OF  OTF-REC  NOT  =  SPACE
             ADD  +1  TO  WARN-CNT
           END-IF.
           WRITE  OTF-REC.
           PERFORM  ITF-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  処理区分別処理
      ********************************************************
       SHORI-RTN                   SECTION.
           EVALUATE  JF405-ACTION-KBN  OF  OTF-REC
             WHEN  "A"
               PERFORM  NAIYO-CHECK-RTN
               IF  JF405-ERR-KBN  OF  OTF-REC  =  SPACE
                 PERFORM  ADD-RTN
               END-IF
             WHEN  "C"
               PERFORM  NAIYO-CHECK-RTN
               IF  JF405-ERR-KBN  OF  OTF-REC  =  SPACE
                 PERFORM  CHANGE-RTN
               END-IF
             WHEN  "D"
               PERFORM  DELETE-RTN
             WHEN  OTHER
               MOVE  "1"  TO  JF405-ERR-KBN  OF  OTF-REC
           END-EVALUATE.
       EXT.
           EXIT.
      ********************************************************
      *  キャンペーン表検索処理（申請のコードの位置をWK-CMP-HIT
      *  へ、無い場合はゼロとし、コード順の挿入位置をWK-CMP-INS
      *  へ求める）
      ********************************************************
       CMP-SEARCH-RTN              SECTION.
           MOVE  +0  TO  WK-CMP-HIT.
           COMPUTE  WK-CMP-INS  =  WK-CMP-CNT  +  1.
           PERFORM  CMP-SEARCH-ENT-RTN
             VARYING  WK-CMP-IDX  FROM  WK-CMP-CNT  BY  -1
               UNTIL  WK-CMP-IDX  <  1.
       EXT.
           EXIT.
      ********************************************************
      *  キャンペーン表１件比較処理
      ********************************************************
       CMP-SEARCH-ENT-RTN          SECTION.
           IF  WK-CMP-ENT-COD  (WK-CMP-IDX)  =
               JF405-CMP-COD  OF  OTF-REC
             MOVE  WK-CMP-IDX  TO  WK-CMP-HIT
           END-IF.
           IF  WK-CMP-ENT-COD  (WK-CMP-IDX)  >
               JF405-CMP-COD  OF  OTF-REC
             MOVE  WK-CMP-IDX  TO  WK-CMP-INS
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  申請内容確認処理（対象・値引・適用期間を確認し、不正は
      *  エラー"5"。確認後に期間重複と原価割れを判定する）
      ********************************************************
       NAIYO-CHECK-RTN             SECTION.
           IF  JF405-TAISHO-COD  OF  OTF-REC  =  SPACE
             MOVE  "5"  TO  JF405-ERR-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           MOVE  JF405-TAISHO-COD  OF  OTF-REC  TO  WK-LEN-COD.
           PERFORM  LEN-RTN.
           MOVE  WK-LEN  TO  WK-NEW-LEN.
           EVALUATE  JF405-TAISHO-KBN  OF  OTF-REC
             WHEN  "1"
               PERFORM  GAITO-COUNT-RTN
               IF  WK-GAITO-CNT  =  ZERO
                 MOVE  "5"  TO  JF405-ERR-KBN  OF  OTF-REC
                 GO  TO  EXT
               END-IF
             WHEN  "2"
               MOVE  JF405-TAISHO-COD  OF  OTF-REC  (1:4)  TO
                     CFTOK-TOKU-COD
               READ  TOK-FILE
                 INVALID  KEY
                   MOVE  "5"  TO  JF405-ERR-KBN  OF  OTF-REC
                   GO  TO  EXT
               END-READ
             WHEN  OTHER
               MOVE  "5"  TO  JF405-ERR-KBN  OF  OTF-REC
               GO  TO  EXT
           END-EVALUATE.
           EVALUATE  JF405-NEBIKI-KBN  OF  OTF-REC
             WHEN  "1"
               IF  JF405-NEBIKI-RITU  OF  OTF-REC  NOT  NUMERIC
                 MOVE  "5"  TO  JF405-ERR-KBN  OF  OTF-REC
                 GO  TO  EXT
               END-IF
               IF  JF405-NEBIKI-RITU  OF  OTF-REC  NOT  >  ZERO
                 MOVE  "5"  TO  JF405-ERR-KBN  OF  OTF-REC
                 GO  TO  EXT
               END-IF
             WHEN  "2"
               IF  JF405-NEBIKI-GAKU  OF  OTF-REC  NOT  NUMERIC
                 MOVE  "5"  TO  JF405-ERR-KBN  OF  OTF-REC
                 GO  TO  EXT
               END-IF
               IF  JF405-NEBIKI-GAKU  OF  OTF-REC  NOT  >  ZERO
                 MOVE  "5"  TO  JF405-ERR-KBN  OF  OTF-REC
                 GO  TO  EXT
               END-IF
             WHEN  OTHER
               MOVE  "5"  TO  JF405-ERR-KBN  OF  OTF-REC
               GO  TO  EXT
           END-EVALUATE.
           IF  JF405-EFF-FROM  OF  OTF-REC  NOT  NUMERIC
             OR  JF405-EFF-TO  OF  OTF-REC  NOT  NUMERIC
               MOVE  "5"  TO  JF405-ERR-KBN  OF  OTF-REC
               GO  TO  EXT
           END-IF.
           IF  JF405-EFF-TO  OF  OTF-REC  <  JF405-EFF-FROM  OF  OTF-REC
             MOVE  "5"  TO  JF405-ERR-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           MOVE  JF405-EFF-FROM  OF  OTF-REC  TO  S010-DATE8.
           CALL  "KCBS010"  USING  KCBS010-P1.
           IF  S010-RCD  NOT  =  SPACE
             MOVE  "5"  TO  JF405-ERR-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           MOVE  JF405-EFF-TO  OF  OTF-REC  TO  S010-DATE8.
           CALL  "KCBS010"  USING  KCBS010-P1.
           IF  S010-RCD  NOT  =  SPACE
             MOVE  "5"  TO  JF405-ERR-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           MOVE  SPACE  TO  WK-JUFUKU-FLG.
           PERFORM  JUFUKU-CHECK-RTN
             VARYING  WK-CMP-IDX  FROM  1  BY  1
               UNTIL  WK-CMP-IDX  >  WK-CMP-CNT.
           IF  WK-JUFUKU-FLG  =  "1"
             MOVE  "6"  TO  JF405-ERR-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           PERFORM  GENKA-CHECK-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  対象コード桁数算出処理（WK-LEN-CODの後続空白を除いた
      *  長さをWK-LENへ求める）
      ********************************************************
       LEN-RTN                     SECTION.
           MOVE  +0  TO  WK-LEN.
           PERFORM  LEN-IX-RTN
             VARYING  WK-PRE-IX  FROM  1  BY  1
               UNTIL  WK-PRE-IX  >  5.
       EXT.
           EXIT.
      ********************************************************
      *  対象コード１桁判定処理
      ********************************************************
       LEN-IX-RTN                  SECTION.
           IF  WK-LEN-COD  (WK-PRE-IX:1)  NOT  =  SPACE
             MOVE  WK-PRE-IX  TO  WK-LEN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  該当商品件数処理（商品番号前方一致の対象に該当する商品
      *  を数える）
      ********************************************************
       GAITO-COUNT-RTN             SECTION.
           MOVE  +0  TO  WK-GAITO-CNT.
           PERFORM  IMF-START-RTN.
           PERFORM  GAITO-READ-RTN  UNTIL  IMF-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  該当商品読込処理
      ********************************************************
       GAITO-READ-RTN              SECTION.
           PERFORM  IMF-NEXT-RTN.
           IF  IMF-END-FLG  =  "1"
             GO  TO  EXT
           END-IF.
           ADD  +1  TO  WK-GAITO-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  商品マスタ位置付け処理（商品番号前方一致は対象コードの
      *  位置から、得意先対象は先頭から読む）
      ********************************************************
       IMF-START-RTN               SECTION.
           MOVE  "0"  TO  IMF-END-FLG.
           IF  JF405-TAISHO-KBN  OF  OTF-REC  =  "1"
             MOVE  JF405-TAISHO-COD  OF  OTF-REC  TO  CFSHO-SHOHIN-NO
           ELSE
             MOVE  LOW-VALUE  TO  CFSHO-SHOHIN-NO
           END-IF.
           START  IMF-FILE  KEY  >=  CFSHO-SHOHIN-NO
             INVALID  KEY
               MOVE  "1"  TO  IMF-END-FLG
           END-START.
       EXT.
           EXIT.
      ********************************************************
      *  商品マスタ順次読込処理（商品番号前方一致は対象コードと
      *  先頭が一致しなくなった時点で終わりとする）
      ********************************************************
       IMF-NEXT-RTN                SECTION.
           IF  IMF-END-FLG  =  "1"
             GO  TO  EXT
           END-IF.
           READ  IMF-FILE  NEXT
             AT  END
               MOVE  "1"  TO  IMF-END-FLG
               GO  TO  EXT
           END-READ.
           IF  JF405-TAISHO-KBN  OF  OTF-REC  =  "1"
             IF  CFSHO-SHOHIN-NO  (1:WK-NEW-LEN)  NOT  =
                 JF405-TAISHO-COD  OF  OTF-REC  (1:WK-NEW-LEN)
               MOVE  "1"  TO  IMF-END-FLG
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  期間重複判定処理（申請と別のキャンペーンで、対象区分が
      *  同じで対象が重なり（得意先は先頭４桁の一致、商品番号
      *  前方一致は短い方の桁数での一致）、適用期間も重なるもの
      *  を重複とする）
      ********************************************************
       JUFUKU-CHECK-RTN            SECTION.
           IF  WK-CMP-IDX  =  WK-CMP-HIT
             GO  TO  EXT
           END-IF.
           MOVE  WK-CMP-ENT-REC  (WK-CMP-IDX)  TO  WK-CMP-AREA.
           IF  WKCMP-TAISHO-KBN  NOT  =  JF405-TAISHO-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           IF  WKCMP-EFF-FROM  >  JF405-EFF-TO  OF  OTF-REC
             OR  WKCMP-EFF-TO  <  JF405-EFF-FROM  OF  OTF-REC
               GO  TO  EXT
           END-IF.
           IF  JF405-TAISHO-KBN  OF  OTF-REC  =  "2"
             IF  WKCMP-TAISHO-COD  (1:4)  NOT  =
                 JF405-TAISHO-COD  OF  OTF-REC  (1:4)
               GO  TO  EXT
             END-IF
           ELSE
             MOVE  WKCMP-TAISHO-COD  TO  WK-LEN-COD
             PERFORM  LEN-RTN
             MOVE  WK-LEN  TO  WK-OLD-LEN
             IF  WK-OLD-LEN  <  WK-NEW-LEN
               MOVE  WK-OLD-LEN  TO  WK-CMP-LEN
             ELSE
               MOVE  WK-NEW-LEN  TO  WK-CMP-LEN
             END-IF
             IF  WK-CMP-LEN  <  1
               GO  TO  EXT
             END-IF
             IF  WKCMP-TAISHO-COD  (1:WK-CMP-LEN)  NOT  =
                 JF405-TAISHO-COD  OF  OTF-REC  (1:WK-CMP-LEN)
               GO  TO  EXT
             END-IF
           END-IF.
           MOVE  "1"  TO  WK-JUFUKU-FLG.
           MOVE  "期間重複："                  TO  D2-KBN.
           MOVE  JF405-CMP-COD  OF  OTF-REC    TO  D2-CMP-COD.
           MOVE  "同じ対象と適用期間が重なります"
                 TO  D2-RIYU.
           MOVE  WKCMP-CMP-COD                 TO  D2-TAISHO-CMP-COD.
           MOVE  WKCMP-EFF-FROM                TO  D2-EFF-FROM.
           MOVE  WKCMP-EFF-TO                  TO  D2-EFF-TO.
           MOVE  D2-JUFUKU  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  OEF-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  原価割れ判定処理（対象の廃番でない商品について、現行
      *  単価から値引した単価が標準原価を下回るものを印字する）
      ********************************************************
       GENKA-CHECK-RTN             SECTION.
           PERFORM  IMF-START-RTN.
           PERFORM  GENKA-READ-RTN  UNTIL  IMF-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  原価割れ商品読込処理
      ********************************************************
       GENKA-READ-RTN              SECTION.
           PERFORM  IMF-NEXT-RTN.
           IF  IMF-END-FLG  =  "1"
             GO  TO  EXT
           END-IF.
           IF  CFSHO-HAIBAN-FLG  =  "1"
             OR  CFSHO-GENKA  NOT  >  ZERO
               GO  TO  EXT
           END-IF.
           IF  JF405-NEBIKI-KBN  OF  OTF-REC  =  "1"
             COMPUTE  WK-NET-TANKA  ROUNDED  =
                      CFSHO-TANKA  *
                      (100  -  JF405-NEBIKI-RITU  OF  OTF-REC)  /  100
           ELSE
             COMPUTE  WK-NET-TANKA  =
                      CFSHO-TANKA  -  JF405-NEBIKI-GAKU  OF  OTF-REC
           END-IF.
           IF  WK-NET-TANKA  NOT  <  CFSHO-GENKA
             GO  TO  EXT
           END-IF.
           MOVE  "1"  TO  JF405-WARN-KBN  OF  OTF-REC.
           MOVE  "原価割れ："                  TO  D1-KBN.
           MOVE  JF405-CMP-COD  OF  OTF-REC    TO  D1-CMP-COD.
           MOVE  CFSHO-SHOHIN-NO               TO  D1-SHOHIN-NO.
           MOVE  CFSHO-SHOHIN-MEI              TO  D1-SHOHIN-MEI.
           MOVE  CFSHO-TANKA                   TO  D1-TANKA.
           MOVE  WK-NET-TANKA                  TO  D1-NET-TANKA.
           MOVE  CFSHO-GENKA                   TO  D1-GENKA-CHI.
           MOVE  "値引後の単価が標準原価を下回る"
                 TO  D1-RIYU.
           MOVE  D1-GENKA  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  OEF-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  追加処理（表が上限に達している場合はエラー"5"）
      ********************************************************
       ADD-RTN                     SECTION.
           IF  WK-CMP-HIT  NOT  =  ZERO
             MOVE  "2"  TO  JF405-ERR-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           IF  WK-CMP-CNT  NOT  <  WK-CMP-MAX
             MOVE  "5"  TO  JF405-ERR-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           PERFORM  TBL-SHIFT-DOWN-RTN
             VARYING  WK-CMP-IDX  FROM  WK-CMP-CNT  BY  -1
               UNTIL  WK-CMP-IDX  <  WK-CMP-INS.
           ADD  +1  TO  WK-CMP-CNT.
           MOVE  SPACE  TO  WK-CMP-AREA.
           MOVE  JF405-CMP-COD  OF  OTF-REC  TO  WKCMP-CMP-COD.
           PERFORM  CMP-SET-RTN.
           MOVE  WK-CMP-AREA  TO  WK-CMP-ENT-REC  (WK-CMP-INS).
           MOVE  "1"          TO  WK-KOSHIN-FLG.
           ADD   +1           TO  ADD-CNT.
           MOVE  SPACE        TO  LOG-BEFORE-IMAGE.
           PERFORM  LOG-IMAGE-RTN.
           MOVE  WK-LOG-IMAGE TO  LOG-AFTER-IMAGE.
           PERFORM  LOG-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  表１件後送り処理
      ********************************************************
       TBL-SHIFT-DOWN-RTN          SECTION.
           MOVE  WK-CMP-ENT-REC  (WK-CMP-IDX)  TO
                 WK-CMP-ENT-REC  (WK-CMP-IDX  +  1).
       EXT.
           EXIT.
      ********************************************************
      *  キャンペーン項目設定処理（値引区分に応じて使わない方の
      *  値引はゼロとする）
      ********************************************************
       CMP-SET-RTN                 SECTION.
           MOVE  JF405-TAISHO-KBN  OF  OTF-REC  TO  WKCMP-TAISHO-KBN.
           MOVE  JF405-TAISHO-COD  OF  OTF-REC  TO  WKCMP-TAISHO-COD.
           MOVE  JF405-NEBIKI-KBN  OF  OTF-REC  TO  WKCMP-NEBIKI-KBN.
           IF  JF405-NEBIKI-KBN  OF  OTF-REC  =  "1"
             MOVE  JF405-NEBIKI-RITU  OF  OTF-REC  TO
                   WKCMP-NEBIKI-RITU
             MOVE  ZERO  TO  WKCMP-NEBIKI-GAKU
           ELSE
             MOVE  ZERO  TO  WKCMP-NEBIKI-RITU
             MOVE  JF405-NEBIKI-GAKU  OF  OTF-REC  TO
                   WKCMP-NEBIKI-GAKU
           END-IF.
           MOVE  JF405-EFF-FROM  OF  OTF-REC  TO  WKCMP-EFF-FROM.
           MOVE  JF405-EFF-TO    OF  OTF-REC  TO  WKCMP-EFF-TO.
       EXT.
           EXIT.
      ********************************************************
      *  変更処理
      ********************************************************
       CHANGE-RTN                  SECTION.
           IF  WK-CMP-HIT  =  ZERO
             MOVE  "2"  TO  JF405-ERR-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           MOVE  WK-CMP-ENT-REC  (WK-CMP-HIT)  TO  WK-CMP-AREA.
           PERFORM  LOG-IMAGE-RTN.
           MOVE  WK-LOG-IMAGE TO  LOG-BEFORE-IMAGE.
           PERFORM  CMP-SET-RTN.
           MOVE  WK-CMP-AREA  TO  WK-CMP-ENT-REC  (WK-CMP-HIT).
           MOVE  "1"          TO  WK-KOSHIN-FLG.
           ADD   +1           TO  CHG-CNT.
           PERFORM  LOG-IMAGE-RTN.
           MOVE  WK-LOG-IMAGE TO  LOG-AFTER-IMAGE.
           PERFORM  LOG-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  削除処理（後続の行を１件ずつ前へ詰める）
      ********************************************************
       DELETE-RTN                  SECTION.
           IF  WK-CMP-HIT  =  ZERO
             MOVE  "2"  TO  JF405-ERR-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           MOVE  WK-CMP-ENT-REC  (WK-CMP-HIT)  TO  WK-CMP-AREA.
           PERFORM  LOG-IMAGE-RTN.
           MOVE  WK-LOG-IMAGE TO  LOG-BEFORE-IMAGE.
           PERFORM  TBL-SHIFT-UP-RTN
             VARYING  WK-CMP-IDX  FROM  WK-CMP-HIT  BY  1
               UNTIL  WK-CMP-IDX  NOT  <  WK-CMP-CNT.
           SUBTRACT  1  FROM  WK-CMP-CNT.
           MOVE  "1"          TO  WK-KOSHIN-FLG.
           ADD   +1           TO  DEL-CNT.
           MOVE  SPACE        TO  LOG-AFTER-IMAGE.
           PERFORM  LOG-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  表１件前詰め処理
      ********************************************************
       TBL-SHIFT-UP-RTN            SECTION.
           MOVE  WK-CMP-ENT-REC  (WK-CMP-IDX  +  1)  TO
                 WK-CMP-ENT-REC  (WK-CMP-IDX).
       EXT.
           EXIT.
      ********************************************************
      *  監査ログイメージ編集処理（作業域のキャンペーンから）
      ********************************************************
       LOG-IMAGE-RTN               SECTION.
           MOVE  WKCMP-TAISHO-KBN  TO  WK-LOG-TAISHO-KBN.
           MOVE  WKCMP-TAISHO-COD  TO  WK-LOG-TAISHO-COD.
           MOVE  WKCMP-NEBIKI-KBN  TO  WK-LOG-NEBIKI-KBN.
           IF  WKCMP-NEBIKI-KBN  =  "1"
             MOVE  WKCMP-NEBIKI-RITU  TO  WK-LOG-NEBIKI-CHI
           ELSE
             MOVE  WKCMP-NEBIKI-GAKU  TO  WK-LOG-NEBIKI-CHI
           END-IF.
           MOVE  WKCMP-EFF-FROM    TO  WK-LOG-EFF-FROM.
           MOVE  WKCMP-EFF-TO      TO  WK-LOG-EFF-TO.
       EXT.
           EXIT.
      ********************************************************
      *  監査ログ出力処理
      ********************************************************
       LOG-WRITE-RTN               SECTION.
           MOVE  WK-RUN-DATE8      TO  LOG-UPDATE-DATE.
           ACCEPT  LOG-UPDATE-TIME  FROM  TIME.
           MOVE  "N"               TO  LOG-MASTER-KBN.
           MOVE  JF405-ACTION-KBN  OF  OTF-REC  TO  LOG-ACTION-KBN.
           MOVE  JF405-CMP-COD     OF  OTF-REC  TO  LOG-KEY.
           MOVE  WK-OPID           TO  LOG-USER-ID.
           MOVE  JF405-APPLY-USER    OF  OTF-REC  TO
                 LOG-APPLY-USER-ID.
           MOVE  JF405-APPROVE-USER  OF  OTF-REC  TO
                 LOG-APPROVE-USER-ID.
           WRITE  LOG-REC.
       EXT.
           EXIT.
      ********************************************************
      *  キャンペーンマスタ書き直し処理（表あふれで読み残しが
      *  ある場合は書き直さない）
      ********************************************************
       CMP-WRITE-RTN               SECTION.
           MOVE  WK-CMP-ENT-REC  (WK-CMP-IDX)  TO  CMP-REC.
           WRITE  CMP-REC.
           ADD  +1  TO  CMP-OUT-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           IF  WK-KOSHIN-FLG  =  "1"
             AND  WK-CMP-OVF-FLG  NOT  =  "1"
               OPEN  OUTPUT  CMP-FILE
               PERFORM  CMP-WRITE-RTN
                 VARYING  WK-CMP-IDX  FROM  1  BY  1
                   UNTIL  WK-CMP-IDX  >  WK-CMP-CNT
               CLOSE  CMP-FILE
           END-IF.
           CLOSE  ITF-FILE  OTF-FILE  LOG-FILE  TOK-FILE  IMF-FILE
                  OEF-FILE.
           DISPLAY  "*** ITF-CNT="      ITF-CNT.
           DISPLAY  "*** CMP-IN-CNT="   CMP-IN-CNT.
           DISPLAY  "*** CMP-OUT-CNT="  CMP-OUT-CNT.
           DISPLAY  "*** ADD-CNT="      ADD-CNT.
           DISPLAY  "*** CHG-CNT="      CHG-CNT.
           DISPLAY  "*** DEL-CNT="      DEL-CNT.
           DISPLAY  "*** ERR-CNT="      ERR-CNT.
           DISPLAY  "*** WARN-CNT="     WARN-CNT.
           DISPLAY  "*** OEF-CNT="      OEF-CNT.
           DISPLAY  "*** KJBM475  END ***".
       EXT.
           EXIT.
