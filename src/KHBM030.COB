      *  サブシステム名    ：発注
      *  プログラム名      ：仕入請求照合・買掛仕訳抽出
      *  作成日／作成者    ：２０２６年９月　２日  システム技研
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：照合一致した請求書を買掛オープン
      *                      アイテムへ控える（支払実行日はゼロで
      *                      起こす）
      *                    ：仕入先返品のデビットノートを請求の未払残
      *                      と相殺する
      ********************************************************
      *    仕入先請求書ファイル（KHCF030）を読み、請求行ごとに
      *    発注ファイル（KHCF010）の該当行と三者照合する。
      *    の請求済数量を積み上げる。不一致の請求は仕訳を起こさず
      *    例外リストへ理由付きで印字し、購買担当が仕入先と照合
      *    する。許容差異率はシステムパラメタマスタの
      *    KH-MATCH-TOL（％、既定値３％）で調整できる。
      *    照合一致した請求行は請求書番号ごとに買掛オープン
      *    アイテム（KHCF050）へ積み上げ、支払期日（請求書日付の
      *    翌月末）を設定して未払伝票として控える。
      *    その仕入先に未精算の仕入先デビットノート（KHCF060。
      *    仕入先返品出荷（KJBM375）が起こす）があれば、返品番号の
      *    古い順に請求の未払残と相殺して消し込み、相殺額を借方：
      *    買掛金／貸方：仕入高（仕入戻し）の仕訳として書き出す
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFPRM-PARM-KEY.
           SELECT  HAP-FILE  ASSIGN  TO  EXTERNAL  HAP
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  HAP-KEY.
           SELECT  DBN-FILE  ASSIGN  TO  EXTERNAL  DBN
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  DBN-KEY.
           SELECT  GLF-FILE  ASSIGN  TO  EXTERNAL  GLF.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       FD  PRM-FILE.
       01  PRM-REC.
           COPY  KCCFPRM.
       FD  HAP-FILE.
       01  HAP-REC.
           COPY  KHCF050.
       FD  DBN-FILE.
       01  DBN-REC.
           COPY  KHCF060.
      *    買掛仕訳（ＧＬ仕訳抽出ファイルと同一形式）
       FD  GLF-FILE.
       01  GLF-REC.
       01  MATCH-CNT               PIC S9(9)  COMP-3  VALUE  +0.
       01  UNMATCH-CNT             PIC S9(9)  COMP-3  VALUE  +0.
       01  GLF-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  HAP-NEW-CNT             PIC S9(9)  COMP-3  VALUE  +0.
       01  SOSAI-CNT               PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-PC-DATE8             PIC  9(08)          VALUE  ZERO.
      *    許容差異率（％。システムパラメタで上書きできる）
       01  WK-TOL-RITU             PIC  9(03)          VALUE  3.
       01  WK-TANKA-SA-RITU        PIC  9(05)V9(2)     VALUE  ZERO.
      *    未請求の入庫済数量（入庫済−請求済）
       01  WK-MISEIKYU-SURYO       PIC S9(08)          VALUE  ZERO.
      *    支払期日算出用（請求書日付の翌々月１日の前日＝翌月末）
       01  WK-DUE-YMD              PIC  9(08)          VALUE  ZERO.
       01  WK-DUE-YMD-R  REDEFINES  WK-DUE-YMD.
         02  WK-DUE-YY             PIC  9(04).
         02  WK-DUE-MM             PIC  9(02).
         02  WK-DUE-DD             PIC  9(02).
       01  WK-DUE-INT              PIC  9(08)          VALUE  ZERO.
      *    デビットノート相殺用（未精算額・今回相殺額）
       01  DBN-END-FLG             PIC  X(01)          VALUE  "0".
       01  WK-DBN-ZAN              PIC S9(09)          VALUE  ZERO.
       01  WK-SOSAI-GAKU           PIC S9(09)          VALUE  ZERO.
      *  例外リスト見出し
       01  H1-OOMIDASHI.
         02  FILLER                PIC  X(10)  VALUE  SPACE.
           DISPLAY  "*** KHBM030 START ***".
           OPEN  INPUT   IVF-FILE.
           OPEN  I-O     POF-FILE.
           OPEN  I-O     HAP-FILE.
           OPEN  I-O     DBN-FILE.
           OPEN  INPUT   PRM-FILE.
           OPEN  OUTPUT  GLF-FILE.
           OPEN  OUTPUT  OEF-FILE.
             ADD  HF030-SURYO  TO  HF010-SEIKYU-SURYO
             REWRITE  POF-REC
             PERFORM  SHIWAKE-RTN
             PERFORM  HAP-UPDATE-RTN
             ADD  +1  TO  MATCH-CNT
           ELSE
             PERFORM  EXC-PRINT-RTN
       EXT.
           EXIT.
      ********************************************************
      *  買掛オープンアイテム更新処理（請求書番号ごとに請求額・
      *  未払残高を積み上げる。新規の請求書は支払期日を設定して
      *  起こす）
      ********************************************************
       HAP-UPDATE-RTN              SECTION.
           MOVE  HF030-SIIRE-COD  TO  HAP-SIIRE-COD.
           MOVE  HF030-SEIKYU-NO  TO  HAP-SEIKYU-NO.
           READ  HAP-FILE
             INVALID  KEY
               MOVE  SPACE              TO  HAP-REC
               MOVE  HF030-SIIRE-COD    TO  HAP-SIIRE-COD
               MOVE  HF030-SEIKYU-NO    TO  HAP-SEIKYU-NO
               MOVE  HF030-SEIKYU-DATE  TO  HAP-SEIKYU-DATE
               MOVE  HF030-KINGAKU      TO  HAP-SEIKYU-GAKU
               MOVE  HF030-KINGAKU      TO  HAP-OPEN-GAKU
               PERFORM  DUE-DATE-RTN
               MOVE  "0"                TO  HAP-STATUS
               MOVE  ZERO               TO  HAP-LAST-SHIHARAI-DATE
               MOVE  ZERO               TO  HAP-SHIHARAI-DATE
               PERFORM  SOSAI-RTN
               WRITE  HAP-REC
               ADD  +1  TO  HAP-NEW-CNT
             NOT  INVALID  KEY
               ADD   HF030-KINGAKU      TO  HAP-SEIKYU-GAKU
               ADD   HF030-KINGAKU      TO  HAP-OPEN-GAKU
               PERFORM  SOSAI-RTN
               IF  HAP-OPEN-GAKU  >  ZERO
                 MOVE  "0"  TO  HAP-STATUS
               END-IF
               REWRITE  HAP-REC
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  デビットノート相殺処理（請求書の未払残が残る間、その
      *  仕入先の未精算デビットノートを返品番号順に読んで相殺する。
      *  未払残を消し切った請求書は消込済とする）
      ********************************************************
       SOSAI-RTN                   SECTION.
           IF  HAP-OPEN-GAKU  NOT  >  ZERO
             GO  TO  EXT
           END-IF.
           MOVE  HAP-SIIRE-COD  TO  DBN-SIIRE-COD.
           MOVE  ZERO           TO  DBN-RTV-NO.
           MOVE  "0"            TO  DBN-END-FLG.
           START  DBN-FILE  KEY  IS  NOT  <  DBN-KEY
             INVALID  KEY
               GO  TO  EXT
           END-START.
           PERFORM  DBN-SOSAI-RTN
             UNTIL  DBN-END-FLG  =  "1"
                 OR  HAP-OPEN-GAKU  NOT  >  ZERO.
           IF  HAP-OPEN-GAKU  NOT  >  ZERO
             MOVE  "1"          TO  HAP-STATUS
             MOVE  WK-PC-DATE8  TO  HAP-LAST-SHIHARAI-DATE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  デビットノート１件の相殺処理（未精算額と請求書の未払残
      *  の小さい方を相殺し、相殺仕訳を起こす）
      ********************************************************
       DBN-SOSAI-RTN               SECTION.
           READ  DBN-FILE  NEXT
             AT  END
               MOVE  "1"  TO  DBN-END-FLG
               GO  TO  EXT
           END-READ.
           IF  DBN-SIIRE-COD  NOT  =  HAP-SIIRE-COD
             MOVE  "1"  TO  DBN-END-FLG
             GO  TO  EXT
           END-IF.
           IF  DBN-STATUS  NOT  =  "0"
             GO  TO  EXT
           END-IF.
           COMPUTE  WK-DBN-ZAN  =  DBN-KINGAKU  -  DBN-SOSAI-GAKU.
           IF  WK-DBN-ZAN  >  HAP-OPEN-GAKU
             MOVE  HAP-OPEN-GAKU  TO  WK-SOSAI-GAKU
           ELSE
             MOVE  WK-DBN-ZAN     TO  WK-SOSAI-GAKU
           END-IF.
           SUBTRACT  WK-SOSAI-GAKU  FROM  HAP-OPEN-GAKU.
           ADD       WK-SOSAI-GAKU  TO    DBN-SOSAI-GAKU.
           MOVE  WK-PC-DATE8  TO  DBN-SOSAI-DATE.
           IF  DBN-SOSAI-GAKU  NOT  <  DBN-KINGAKU
             MOVE  "1"  TO  DBN-STATUS
           END-IF.
           REWRITE  DBN-REC.
           IF  WK-SOSAI-GAKU  NOT  =  ZERO
             PERFORM  SOSAI-SHIWAKE-RTN
           END-IF.
           ADD  +1  TO  SOSAI-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  相殺仕訳出力処理（借方：買掛金／貸方：仕入高の２行。
      *  補助コードへ仕入先コードを記録する）
      ********************************************************
       SOSAI-SHIWAKE-RTN           SECTION.
           MOVE  SPACE                TO  GLF-REC.
           MOVE  HF030-SEIKYU-DATE  (1:6)  TO  GLJ-DENPYO-YM.
           MOVE  "1"                  TO  GLJ-KASHIKARI-KBN.
           MOVE  WK-KAMOKU-COD-KASI   TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-MEI-KASI   TO  GLJ-KAMOKU-MEI.
           MOVE  SPACE                TO  GLJ-TOKU-COD.
           MOVE  WK-SOSAI-GAKU        TO  GLJ-KINGAKU.
           MOVE  HAP-SIIRE-COD        TO  GLJ-HOJO-COD.
           WRITE  GLF-REC.
           ADD  +1  TO  GLF-CNT.
           MOVE  SPACE                TO  GLF-REC.
           MOVE  HF030-SEIKYU-DATE  (1:6)  TO  GLJ-DENPYO-YM.
           MOVE  "2"                  TO  GLJ-KASHIKARI-KBN.
           MOVE  WK-KAMOKU-COD-KARI   TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-MEI-KARI   TO  GLJ-KAMOKU-MEI.
           MOVE  SPACE                TO  GLJ-TOKU-COD.
           MOVE  WK-SOSAI-GAKU        TO  GLJ-KINGAKU.
           MOVE  HAP-SIIRE-COD        TO  GLJ-HOJO-COD.
           WRITE  GLF-REC.
           ADD  +1  TO  GLF-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  支払期日算出処理（請求書日付の翌月末。翌々月１日の
      *  通算日から１日引いて求める）
      ********************************************************
       DUE-DATE-RTN                SECTION.
           MOVE  HF030-SEIKYU-DATE  TO  WK-DUE-YMD.
           MOVE  01  TO  WK-DUE-DD.
           ADD   2   TO  WK-DUE-MM.
           IF  WK-DUE-MM  >  12
             SUBTRACT  12  FROM  WK-DUE-MM
             ADD  1  TO  WK-DUE-YY
           END-IF.
           COMPUTE  WK-DUE-INT  =
                    FUNCTION  INTEGER-OF-DATE  (WK-DUE-YMD)  -  1.
           COMPUTE  HAP-DUE-DATE  =
                    FUNCTION  DATE-OF-INTEGER  (WK-DUE-INT).
       EXT.
           EXIT.
      ********************************************************
      *  例外印字処理
      ********************************************************
       EXC-PRINT-RTN               SECTION.
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  IVF-FILE  POF-FILE  HAP-FILE  DBN-FILE  PRM-FILE
                  GLF-FILE  OEF-FILE.
           DISPLAY  "*** IVF-CNT="  IVF-CNT.
           DISPLAY  "*** MATCH="    MATCH-CNT.
           DISPLAY  "*** UNMATCH="  UNMATCH-CNT.
           DISPLAY  "*** GLF-CNT="  GLF-CNT.
           DISPLAY  "*** HAP-NEW="  HAP-NEW-CNT.
           DISPLAY  "*** SOSAI="    SOSAI-CNT.
           DISPLAY  "*** KHBM030  END ***".
       EXT.
           EXIT.
