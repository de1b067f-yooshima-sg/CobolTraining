       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM340.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：与信限度見直し提案
      * 作成日／作成者：２０２６年１０月１５日  システム技研
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *  四半期ごとに実行する与信限度額の見直し資料。与信限度額
      *  を設定している得意先（ゼロ＝与信チェックなしは対象外）
      *  ごとに、次の指標を求めて増額・据置・減額を提案する。
      *    ＤＳＯ　　：売掛残高÷直近３請求期間の売上（KUCF025）
      *    　　　　　　×９１日
      *    遅延日数　：直近１年に支払期日が来た請求（KUCF135）の
      *    　　　　　　期日から入金（未消込は処理日）までの平均
      *    振替不能　：連続口座振替不能回数（KUCF130）
      *    利用率　　：売掛残高÷与信限度額（％）
      *    増枠回数　：直近１年の一時増枠の登録・変更回数（監査
      *    　　　　　　ログKCCFLOGのKJBM305適用分）
      *  遅延日数・ＤＳＯ・振替不能のいずれかが減額基準以上なら
      *  減額、支払が良好（遅延が増額基準以下で振替不能なし）で
      *  利用率か増枠回数が増額基準以上なら増額とし、提案限度額
      *  は現在額を増減率だけ増減した額（千円未満切捨て）とする。
      *  基準値はシステムパラメタマスタのUR-CR-xxxxで上書きできる。
      *  全得意先の指標と提案を印字し、増額・減額の提案は提案
      *  ファイル（KUCF205）へ書き出す。与信管理者が採用した提案
      *  はKUBM345で得意先マスタの変更申請になる
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  OPI-FILE  ASSIGN  TO  EXTERNAL  OPI
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  OPI-KEY.
           SELECT  HIS-FILE  ASSIGN  TO  EXTERNAL  HIS
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  UF025-KEY.
           SELECT  KFH-FILE  ASSIGN  TO  EXTERNAL  KFH
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  KFH-TOKU-COD.
           SELECT  LOG-FILE  ASSIGN  TO  EXTERNAL  LOG.
           SELECT  PRM-FILE  ASSIGN  TO  EXTERNAL  PRM
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFPRM-PARM-KEY.
           SELECT  SRT-FILE  ASSIGN  TO  SRTWK01.
           SELECT  OTF-FILE  ASSIGN  TO  EXTERNAL  OTF.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  OPI-FILE.
       01  OPI-REC.
           COPY  KUCF135.
       FD  HIS-FILE.
       01  HIS-REC.
           COPY  KUCF025.
       FD  KFH-FILE.
       01  KFH-REC.
           COPY  KUCF130.
       FD  LOG-FILE.
       01  LOG-REC.
           COPY  KCCFLOG.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY  KCCFPRM.
       SD  SRT-FILE.
       01  SRT-REC.
         03  SRT-TOKU-COD         PIC  X(04).
       FD  OTF-FILE.
       01  OTF-REC.
           COPY  KUCF205.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE            SECTION.
       01  TOK-END-FLG            PIC  X(1)          VALUE  "0".
       01  OPI-END-FLG            PIC  X(1)          VALUE  "0".
       01  LOG-END-FLG            PIC  X(1)          VALUE  "0".
       01  SRT-END-FLG            PIC  X(1)          VALUE  "0".
       01  TOK-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  LOG-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  TAISHO-CNT             PIC S9(9)  COMP-3  VALUE  +0.
       01  UP-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  SAME-CNT               PIC S9(9)  COMP-3  VALUE  +0.
       01  DOWN-CNT               PIC S9(9)  COMP-3  VALUE  +0.
       01  OTF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT       PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    見直し対象期間の開始日（処理日の１年前）
       01  WK-FROM-DATE           PIC  9(08)          VALUE  ZERO.
       01  WK-DATE-INT            PIC S9(09)          VALUE  ZERO.
      *    提案基準（UR-CR-xxxxで上書き）
      *      増額：利用率％・増枠回数のいずれかが基準以上で、平均
      *      遅延日数が基準以下かつ振替不能なし
       01  WK-UP-RIYO             PIC  9(03)          VALUE  80.
       01  WK-UP-ZOWAKU           PIC  9(03)          VALUE  2.
       01  WK-UP-CHIEN            PIC  9(03)          VALUE  5.
      *      減額：平均遅延日数・ＤＳＯ・振替不能回数のいずれかが
      *      基準以上
       01  WK-DN-CHIEN            PIC  9(03)          VALUE  30.
       01  WK-DN-DSO              PIC  9(03)          VALUE  90.
       01  WK-DN-FUNO             PIC  9(03)          VALUE  2.
      *      増減率％
       01  WK-HENKO-RITU          PIC  9(03)          VALUE  20.
      *    パラメタ読込の受渡し
       01  WK-PRM-KEY             PIC  X(16)          VALUE  SPACE.
       01  WK-PRM-SU              PIC  9(03)          VALUE  ZERO.
       01  WK-PRM-OK-FLG          PIC  X(01)          VALUE  SPACE.
      *    ＤＳＯの売上期間（処理月の前月を末月とする３請求期間）
       01  WK-KIKAN-TBL.
         02  WK-KIKAN-YM          PIC  9(06)  OCCURS  3  TIMES.
       01  WK-KIKAN-IDX           PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-YM.
         02  WK-YM-YY             PIC  9(04).
         02  WK-YM-MM             PIC  9(02).
      *    得意先１件分の指標
       01  WK-URIAGE-KIN          PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-DSO                 PIC  9(03)          VALUE  ZERO.
       01  WK-CHIEN-DAYS          PIC  9(03)          VALUE  ZERO.
       01  WK-CHIEN-GOKEI         PIC S9(09)  COMP-3  VALUE  +0.
       01  WK-CHIEN-KEN           PIC S9(05)  COMP-3  VALUE  +0.
       01  WK-CHIEN-1             PIC S9(07)          VALUE  ZERO.
       01  WK-FUNO-CNT            PIC  9(03)          VALUE  ZERO.
       01  WK-RIYO-RITU           PIC  9(03)          VALUE  ZERO.
       01  WK-ZOWAKU-CNT          PIC  9(03)          VALUE  ZERO.
       01  WK-SHISU               PIC S9(11)  COMP-3  VALUE  +0.
      *    提案（区分"1"＝増額、"2"＝据置、"3"＝減額）
       01  WK-TEIAN-KBN           PIC  X(01)          VALUE  SPACE.
       01  WK-TEIAN-LIMIT         PIC S9(09)          VALUE  ZERO.
       01  WK-SEN-TANI            PIC S9(09)          VALUE  ZERO.
       01  WK-TEIAN-RIYU          PIC  X(30)          VALUE  SPACE.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(32)  VALUE
                "与信限度見直し提案リスト".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "DATE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-DATE              PIC  9(08).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "PAGE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-PAGE-NO           PIC  Z,ZZ9.
         02  FILLER               PIC  X(47)  VALUE  SPACE.
      *  提案基準
       01  H2-KIJUN.
         02  FILLER               PIC  X(12)  VALUE
                "増額：利用率".
         02  H2-UP-RIYO           PIC  ZZ9.
         02  FILLER               PIC  X(12)  VALUE
                "％以上か増枠".
         02  H2-UP-ZOWAKU         PIC  ZZ9.
         02  FILLER               PIC  X(12)  VALUE
                "回以上（遅延".
         02  H2-UP-CHIEN          PIC  ZZ9.
         02  FILLER               PIC  X(8)   VALUE  "日以下）".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "減額：遅延".
         02  H2-DN-CHIEN          PIC  ZZ9.
         02  FILLER               PIC  X(10)  VALUE  "日・ＤＳＯ".
         02  H2-DN-DSO            PIC  ZZ9.
         02  FILLER               PIC  X(12)  VALUE
                "日・振替不能".
         02  H2-DN-FUNO           PIC  ZZ9.
         02  FILLER               PIC  X(6)   VALUE  "回以上".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "増減率".
         02  H2-HENKO-RITU        PIC  ZZ9.
         02  FILLER               PIC  X(2)   VALUE  "％".
         02  FILLER               PIC  X(20)  VALUE  SPACE.
      *  小見出し
       01  H3-KOMIDASHI.
         02  FILLER               PIC  X(6)   VALUE  "得意先".
         02  FILLER               PIC  X(21)  VALUE  "得意先名".
         02  FILLER               PIC  X(12)  VALUE  "与信限度額".
         02  FILLER               PIC  X(11)  VALUE  "売掛残高".
         02  FILLER               PIC  X(6)   VALUE  "利用率".
         02  FILLER               PIC  X(6)   VALUE  "ＤＳＯ".
         02  FILLER               PIC  X(6)   VALUE  "遅延日".
         02  FILLER               PIC  X(6)   VALUE  "不能回".
         02  FILLER               PIC  X(6)   VALUE  "増枠回".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "提案".
         02  FILLER               PIC  X(13)  VALUE  "提案限度額".
         02  FILLER               PIC  X(34)  VALUE  "理由".
      *  明細
       01  D1-MEISAI.
         02  D1-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TOKU-MEI          PIC  X(20).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-LIMIT             PIC  ZZZ,ZZZ,ZZ9.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-ZAN               PIC  ---,---,--9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-RIYO              PIC  ZZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-DSO               PIC  ZZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-CHIEN             PIC  ZZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-FUNO              PIC  ZZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-ZOWAKU            PIC  ZZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TEIAN             PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TEIAN-LIMIT       PIC  ZZZ,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-RIYU              PIC  X(30).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
      *  提案件数
       01  D2-GOKEI.
         02  FILLER               PIC  X(10)  VALUE  "増額提案：".
         02  D2-UP-CNT            PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "据置：".
         02  D2-SAME-CNT          PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "減額提案：".
         02  D2-DOWN-CNT          PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(83)  VALUE  SPACE.
      *
      ********************************************************
      *  与信限度見直し提案（一時増枠の監査ログを得意先順に
      *    ソートし、得意先マスタと突き合わせて判定する）
      ********************************************************
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           SORT  SRT-FILE
             ON  ASCENDING  KEY  SRT-TOKU-COD
             INPUT   PROCEDURE  LOG-SEL-RTN
             OUTPUT  PROCEDURE  MINAOSHI-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（基準値を読み、対象期間を求める）
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KUBM340 START ***".
           OPEN  INPUT   TOK-FILE.
           OPEN  INPUT   OPI-FILE.
           OPEN  INPUT   HIS-FILE.
           OPEN  INPUT   KFH-FILE.
           OPEN  OUTPUT  OTF-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           PERFORM  PRM-LOAD-RTN.
           MOVE  WK-UP-RIYO     TO  H2-UP-RIYO.
           MOVE  WK-UP-ZOWAKU   TO  H2-UP-ZOWAKU.
           MOVE  WK-UP-CHIEN    TO  H2-UP-CHIEN.
           MOVE  WK-DN-CHIEN    TO  H2-DN-CHIEN.
           MOVE  WK-DN-DSO      TO  H2-DN-DSO.
           MOVE  WK-DN-FUNO     TO  H2-DN-FUNO.
           MOVE  WK-HENKO-RITU  TO  H2-HENKO-RITU.
           COMPUTE  WK-DATE-INT  =
                    FUNCTION  INTEGER-OF-DATE  (WK-PC-DATE8)  -  365.
           COMPUTE  WK-FROM-DATE  =
                    FUNCTION  DATE-OF-INTEGER  (WK-DATE-INT).
           MOVE  WK-PC-DATE8  (1:6)  TO  WK-YM.
           PERFORM  KIKAN-SET-RTN
             VARYING  WK-KIKAN-IDX  FROM  3  BY  -1
               UNTIL  WK-KIKAN-IDX  <  1.
       EXT.
           EXIT.
      ********************************************************
      *  パラメタ読込処理（提案基準。未登録・適用前・非数字は
      *  既定値のまま）
      ********************************************************
       PRM-LOAD-RTN               SECTION.
           OPEN  INPUT  PRM-FILE.
           MOVE  "UR-CR-UP-RIYO"    TO  WK-PRM-KEY.
           PERFORM  PRM-GET-RTN.
           IF  WK-PRM-OK-FLG  =  "1"
             MOVE  WK-PRM-SU  TO  WK-UP-RIYO
           END-IF.
           MOVE  "UR-CR-UP-ZOWAKU"  TO  WK-PRM-KEY.
           PERFORM  PRM-GET-RTN.
           IF  WK-PRM-OK-FLG  =  "1"
             MOVE  WK-PRM-SU  TO  WK-UP-ZOWAKU
           END-IF.
           MOVE  "UR-CR-UP-CHIEN"   TO  WK-PRM-KEY.
           PERFORM  PRM-GET-RTN.
           IF  WK-PRM-OK-FLG  =  "1"
             MOVE  WK-PRM-SU  TO  WK-UP-CHIEN
           END-IF.
           MOVE  "UR-CR-DN-CHIEN"   TO  WK-PRM-KEY.
           PERFORM  PRM-GET-RTN.
           IF  WK-PRM-OK-FLG  =  "1"
             MOVE  WK-PRM-SU  TO  WK-DN-CHIEN
           END-IF.
           MOVE  "UR-CR-DN-DSO"     TO  WK-PRM-KEY.
           PERFORM  PRM-GET-RTN.
           IF  WK-PRM-OK-FLG  =  "1"
             MOVE  WK-PRM-SU  TO  WK-DN-DSO
           END-IF.
           MOVE  "UR-CR-DN-FUNO"    TO  WK-PRM-KEY.
           PERFORM  PRM-GET-RTN.
           IF  WK-PRM-OK-FLG  =  "1"
             MOVE  WK-PRM-SU  TO  WK-DN-FUNO
           END-IF.
           MOVE  "UR-CR-RITU"       TO  WK-PRM-KEY.
           PERFORM  PRM-GET-RTN.
           IF  WK-PRM-OK-FLG  =  "1"
             AND  WK-PRM-SU  <  100
               MOVE  WK-PRM-SU  TO  WK-HENKO-RITU
           END-IF.
           CLOSE  PRM-FILE.
       EXT.
           EXIT.
      ********************************************************
      *  パラメタ１件取得処理（WK-PRM-KEYの値が適用中で数字３桁
      *  ならWK-PRM-SUへ設定してWK-PRM-OK-FLGを"1"にする）
      ********************************************************
       PRM-GET-RTN                SECTION.
           MOVE  SPACE       TO  WK-PRM-OK-FLG.
           MOVE  WK-PRM-KEY  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  (CFPRM-EFF-DATE  =  ZERO
                    OR  CFPRM-EFF-DATE  <=  WK-PC-DATE8)
                 AND  CFPRM-VALUE  (1:3)  IS  NUMERIC
                   MOVE  CFPRM-VALUE  (1:3)  TO  WK-PRM-SU
                   MOVE  "1"                 TO  WK-PRM-OK-FLG
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  売上期間設定処理（WK-YMを１か月戻して設定する）
      ********************************************************
       KIKAN-SET-RTN              SECTION.
           IF  WK-YM-MM  =  1
             SUBTRACT  1  FROM  WK-YM-YY
             MOVE  12  TO  WK-YM-MM
           ELSE
             SUBTRACT  1  FROM  WK-YM-MM
           END-IF.
           MOVE  WK-YM  TO  WK-KIKAN-YM  (WK-KIKAN-IDX).
       EXT.
           EXIT.
      ********************************************************
      *  増枠ログ選択処理（入力側。監査ログのうち一時増枠マスタ
      *  （区分"C"）の登録・変更で対象期間内のものを得意先コード
      *  だけにしてソートへ引き渡す）
      ********************************************************
       LOG-SEL-RTN                SECTION.
           OPEN  INPUT  LOG-FILE.
           PERFORM  LOG-READ-RTN.
           PERFORM  LOG-RELEASE-RTN  UNTIL  LOG-END-FLG  =  "1".
           CLOSE  LOG-FILE.
       EXT.
           EXIT.
      ********************************************************
      *  監査ログ入力処理
      ********************************************************
       LOG-READ-RTN               SECTION.
           READ  LOG-FILE
             AT  END
               MOVE  "1"  TO  LOG-END-FLG
             NOT  AT  END
               ADD  +1  TO  LOG-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  増枠ログ引渡し処理
      ********************************************************
       LOG-RELEASE-RTN            SECTION.
           IF  LOG-MASTER-KBN  =  "C"
             AND  (LOG-ACTION-KBN  =  "A"  OR  "C")
             AND  LOG-UPDATE-DATE  >=  WK-FROM-DATE
               MOVE  LOG-KEY  (1:4)  TO  SRT-TOKU-COD
               RELEASE  SRT-REC
           END-IF.
           PERFORM  LOG-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  見直し処理（出力側。得意先マスタを順に読み、ソート済み
      *  の増枠ログと突き合わせて得意先ごとに判定する）
      ********************************************************
       MINAOSHI-RTN               SECTION.
           PERFORM  SRT-RETURN-RTN.
           PERFORM  TOK-READ-RTN.
           PERFORM  TOKU-RTN  UNTIL  TOK-END-FLG  =  "1".
           IF  PAGE-CNT  =  ZERO
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  UP-CNT    TO  D2-UP-CNT.
           MOVE  SAME-CNT  TO  D2-SAME-CNT.
           MOVE  DOWN-CNT  TO  D2-DOWN-CNT.
           MOVE  D2-GOKEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
       EXT.
           EXIT.
      ********************************************************
      *  ソート結果入力処理
      ********************************************************
       SRT-RETURN-RTN             SECTION.
           RETURN  SRT-FILE
             AT  END
               MOVE  "1"  TO  SRT-END-FLG
           END-RETURN.
       EXT.
           EXIT.
      ********************************************************
      *  得意先マスタ順次読込処理
      ********************************************************
       TOK-READ-RTN               SECTION.
           READ  TOK-FILE  NEXT
             AT  END
               MOVE  "1"  TO  TOK-END-FLG
             NOT  AT  END
               ADD  +1  TO  TOK-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  得意先１件処理（与信限度額ゼロの得意先は増枠回数の
      *  読み進めだけ行う）
      ********************************************************
       TOKU-RTN                   SECTION.
           MOVE  ZERO  TO  WK-ZOWAKU-CNT.
           PERFORM  ZOWAKU-RTN
             UNTIL  SRT-END-FLG  =  "1"
                OR  SRT-TOKU-COD  >  CFTOK-TOKU-COD.
           IF  CFTOK-CREDIT-LIMIT  NOT  >  ZERO
             GO  TO  NEXT-READ
           END-IF.
           ADD  +1  TO  TAISHO-CNT.
           PERFORM  DSO-RTN.
           PERFORM  CHIEN-RTN.
           MOVE  ZERO  TO  WK-FUNO-CNT.
           MOVE  CFTOK-TOKU-COD  TO  KFH-TOKU-COD.
           READ  KFH-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               MOVE  KFH-RENZOKU-CNT  TO  WK-FUNO-CNT
           END-READ.
           MOVE  ZERO  TO  WK-RIYO-RITU.
           IF  CFTOK-URIKAKE-ZAN  >  ZERO
             COMPUTE  WK-SHISU  =
                      CFTOK-URIKAKE-ZAN  *  100  /  CFTOK-CREDIT-LIMIT
             IF  WK-SHISU  >  999
               MOVE  999       TO  WK-RIYO-RITU
             ELSE
               MOVE  WK-SHISU  TO  WK-RIYO-RITU
             END-IF
           END-IF.
           PERFORM  HANTEI-RTN.
           PERFORM  MEISAI-RTN.
           IF  WK-TEIAN-KBN  NOT  =  "2"
             PERFORM  TEIAN-WRITE-RTN
           END-IF.
       NEXT-READ.
           PERFORM  TOK-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  増枠回数計数処理（マスタに無い得意先のログは読み飛ばす）
      ********************************************************
       ZOWAKU-RTN                 SECTION.
           IF  SRT-TOKU-COD  =  CFTOK-TOKU-COD
             AND  WK-ZOWAKU-CNT  <  999
               ADD  1  TO  WK-ZOWAKU-CNT
           END-IF.
           PERFORM  SRT-RETURN-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  ＤＳＯ計算処理（売上の無い得意先は残高があれば９９９）
      ********************************************************
       DSO-RTN                    SECTION.
           MOVE  +0  TO  WK-URIAGE-KIN.
           PERFORM  URIAGE-RTN
             VARYING  WK-KIKAN-IDX  FROM  1  BY  1
               UNTIL  WK-KIKAN-IDX  >  3.
           MOVE  ZERO  TO  WK-DSO.
           IF  CFTOK-URIKAKE-ZAN  NOT  >  ZERO
             GO  TO  EXT
           END-IF.
           IF  WK-URIAGE-KIN  NOT  >  ZERO
             MOVE  999  TO  WK-DSO
             GO  TO  EXT
           END-IF.
           COMPUTE  WK-SHISU  ROUNDED  =
                    CFTOK-URIKAKE-ZAN  *  91  /  WK-URIAGE-KIN.
           IF  WK-SHISU  >  999
             MOVE  999       TO  WK-DSO
           ELSE
             MOVE  WK-SHISU  TO  WK-DSO
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  期間別売上集計処理（履歴の無い期間はゼロ）
      ********************************************************
       URIAGE-RTN                 SECTION.
           MOVE  CFTOK-TOKU-COD  TO  UF025-TOKU-COD.
           MOVE  WK-KIKAN-YM  (WK-KIKAN-IDX)  TO  UF025-JUCHU-DATE.
           READ  HIS-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               ADD  UF025-KINGAKU  TO  WK-URIAGE-KIN
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  平均遅延日数計算処理（支払期日が対象期間内の請求ごとに
      *  期日から直近入金日（未消込は処理日）までの日数を取り、
      *  期日前の入金はゼロとして平均する）
      ********************************************************
       CHIEN-RTN                  SECTION.
           MOVE  ZERO  TO  WK-CHIEN-DAYS.
           MOVE  +0    TO  WK-CHIEN-GOKEI  WK-CHIEN-KEN.
           MOVE  "0"   TO  OPI-END-FLG.
           MOVE  CFTOK-TOKU-COD  TO  OPI-TOKU-COD.
           MOVE  ZERO            TO  OPI-SEIKYU-YM.
           START  OPI-FILE  KEY  >=  OPI-KEY
             INVALID  KEY
               MOVE  "1"  TO  OPI-END-FLG
           END-START.
           PERFORM  OPI-READ-RTN  UNTIL  OPI-END-FLG  =  "1".
           IF  WK-CHIEN-KEN  >  ZERO
             COMPUTE  WK-SHISU  ROUNDED  =
                      WK-CHIEN-GOKEI  /  WK-CHIEN-KEN
             IF  WK-SHISU  >  999
               MOVE  999       TO  WK-CHIEN-DAYS
             ELSE
               MOVE  WK-SHISU  TO  WK-CHIEN-DAYS
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  オープンアイテム読込処理
      ********************************************************
       OPI-READ-RTN               SECTION.
           READ  OPI-FILE  NEXT
             AT  END
               MOVE  "1"  TO  OPI-END-FLG
               GO  TO  EXT
           END-READ.
           IF  OPI-TOKU-COD  NOT  =  CFTOK-TOKU-COD
             MOVE  "1"  TO  OPI-END-FLG
             GO  TO  EXT
           END-IF.
           IF  OPI-SEIKYU-GAKU  NOT  >  ZERO
             OR  OPI-DUE-DATE  <  WK-FROM-DATE
             OR  OPI-DUE-DATE  >  WK-PC-DATE8
               GO  TO  EXT
           END-IF.
           IF  OPI-STATUS  =  "1"
             AND  OPI-LAST-NYUKIN-DATE  NOT  =  ZERO
               COMPUTE  WK-CHIEN-1  =
                   FUNCTION  INTEGER-OF-DATE  (OPI-LAST-NYUKIN-DATE)
                   -  FUNCTION  INTEGER-OF-DATE  (OPI-DUE-DATE)
           ELSE
               COMPUTE  WK-CHIEN-1  =
                   FUNCTION  INTEGER-OF-DATE  (WK-PC-DATE8)
                   -  FUNCTION  INTEGER-OF-DATE  (OPI-DUE-DATE)
           END-IF.
           IF  WK-CHIEN-1  <  ZERO
             MOVE  ZERO  TO  WK-CHIEN-1
           END-IF.
           ADD  WK-CHIEN-1  TO  WK-CHIEN-GOKEI.
           ADD  +1          TO  WK-CHIEN-KEN.
       EXT.
           EXIT.
      ********************************************************
      *  提案判定処理（減額基準を先に見て、該当しなければ増額
      *  基準を見る。どちらにも該当しなければ据置）
      ********************************************************
       HANTEI-RTN                 SECTION.
           MOVE  "2"    TO  WK-TEIAN-KBN.
           MOVE  SPACE  TO  WK-TEIAN-RIYU.
           MOVE  CFTOK-CREDIT-LIMIT  TO  WK-TEIAN-LIMIT.
           IF  WK-CHIEN-DAYS  >=  WK-DN-CHIEN
             MOVE  "3"  TO  WK-TEIAN-KBN
             MOVE  "平均遅延日数が基準を超過"
               TO  WK-TEIAN-RIYU
             GO  TO  KINGAKU-SET
           END-IF.
           IF  WK-DSO  >=  WK-DN-DSO
             MOVE  "3"  TO  WK-TEIAN-KBN
             MOVE  "ＤＳＯが基準を超過"
               TO  WK-TEIAN-RIYU
             GO  TO  KINGAKU-SET
           END-IF.
           IF  WK-FUNO-CNT  >=  WK-DN-FUNO
             MOVE  "3"  TO  WK-TEIAN-KBN
             MOVE  "口座振替不能が続いている"
               TO  WK-TEIAN-RIYU
             GO  TO  KINGAKU-SET
           END-IF.
           IF  WK-CHIEN-DAYS  >  WK-UP-CHIEN
             OR  WK-FUNO-CNT  >  ZERO
               GO  TO  EXT
           END-IF.
           IF  WK-RIYO-RITU  >=  WK-UP-RIYO
             MOVE  "1"  TO  WK-TEIAN-KBN
             MOVE  "利用率が高く支払が良好"
               TO  WK-TEIAN-RIYU
             GO  TO  KINGAKU-SET
           END-IF.
           IF  WK-ZOWAKU-CNT  >=  WK-UP-ZOWAKU
             MOVE  "1"  TO  WK-TEIAN-KBN
             MOVE  "一時増枠が繰り返されている"
               TO  WK-TEIAN-RIYU
             GO  TO  KINGAKU-SET
           END-IF.
           GO  TO  EXT.
      *    提案限度額（現在額を増減率だけ増減し、千円未満切捨て）
       KINGAKU-SET.
           IF  WK-TEIAN-KBN  =  "1"
             COMPUTE  WK-SEN-TANI  =
                 CFTOK-CREDIT-LIMIT  *  (100  +  WK-HENKO-RITU)
                 /  100000
           ELSE
             COMPUTE  WK-SEN-TANI  =
                 CFTOK-CREDIT-LIMIT  *  (100  -  WK-HENKO-RITU)
                 /  100000
           END-IF.
           COMPUTE  WK-TEIAN-LIMIT  =  WK-SEN-TANI  *  1000.
       EXT.
           EXIT.
      ********************************************************
      *  明細印字処理
      ********************************************************
       MEISAI-RTN                 SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  CFTOK-TOKU-COD      TO  D1-TOKU-COD.
           MOVE  CFTOK-TOKU-MEI      TO  D1-TOKU-MEI.
           MOVE  CFTOK-CREDIT-LIMIT  TO  D1-LIMIT.
           MOVE  CFTOK-URIKAKE-ZAN   TO  D1-ZAN.
           MOVE  WK-RIYO-RITU        TO  D1-RIYO.
           MOVE  WK-DSO              TO  D1-DSO.
           MOVE  WK-CHIEN-DAYS       TO  D1-CHIEN.
           MOVE  WK-FUNO-CNT         TO  D1-FUNO.
           MOVE  WK-ZOWAKU-CNT       TO  D1-ZOWAKU.
           EVALUATE  WK-TEIAN-KBN
             WHEN  "1"
               MOVE  "増額"  TO  D1-TEIAN
               ADD  +1  TO  UP-CNT
             WHEN  "3"
               MOVE  "減額"  TO  D1-TEIAN
               ADD  +1  TO  DOWN-CNT
             WHEN  OTHER
               MOVE  "据置"  TO  D1-TEIAN
               ADD  +1  TO  SAME-CNT
           END-EVALUATE.
           MOVE  WK-TEIAN-LIMIT      TO  D1-TEIAN-LIMIT.
           MOVE  WK-TEIAN-RIYU       TO  D1-RIYU.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  提案書出し処理（採否は空白で書き出す）
      ********************************************************
       TEIAN-WRITE-RTN            SECTION.
           MOVE  SPACE               TO  OTF-REC.
           MOVE  CFTOK-TOKU-COD      TO  UF205-TOKU-COD.
           MOVE  WK-PC-DATE8         TO  UF205-TEIAN-DATE.
           MOVE  WK-TEIAN-KBN        TO  UF205-TEIAN-KBN.
           MOVE  CFTOK-CREDIT-LIMIT  TO  UF205-GENZAI-LIMIT.
           MOVE  WK-TEIAN-LIMIT      TO  UF205-TEIAN-LIMIT.
           MOVE  WK-DSO              TO  UF205-DSO.
           MOVE  WK-CHIEN-DAYS       TO  UF205-CHIEN-DAYS.
           MOVE  WK-FUNO-CNT         TO  UF205-FUNO-CNT.
           MOVE  WK-RIYO-RITU        TO  UF205-RIYO-RITU.
           MOVE  WK-ZOWAKU-CNT       TO  UF205-ZOWAKU-CNT.
           MOVE  ZERO                TO  UF205-SAIYO-LIMIT.
           WRITE  OTF-REC.
           ADD  +1  TO  OTF-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  見出し印刷処理
      ********************************************************
       MIDASHI-RTN                SECTION.
           MOVE  +0  TO  LINE-CNT.
           ADD   +1  TO  PAGE-CNT.
           MOVE  PAGE-CNT  TO  H1-PAGE-NO.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  H2-KIJUN  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  H3-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           ADD  +5  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  TOK-FILE  OPI-FILE  HIS-FILE  KFH-FILE  OTF-FILE
                  OEF-FILE.
           DISPLAY  "*** TOK-CNT   ="  TOK-CNT.
           DISPLAY  "*** LOG-CNT   ="  LOG-CNT.
           DISPLAY  "*** TAISHO-CNT="  TAISHO-CNT.
           DISPLAY  "*** UP-CNT    ="  UP-CNT.
           DISPLAY  "*** SAME-CNT  ="  SAME-CNT.
           DISPLAY  "*** DOWN-CNT  ="  DOWN-CNT.
           DISPLAY  "*** OTF-CNT   ="  OTF-CNT.
           DISPLAY  "*** KUBM340  END ***".
       EXT.
           EXIT.
