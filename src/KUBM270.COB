       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM270.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：遅延損害金計算
      * 作成日／作成者：２０２６年１０月１５日  システム技研
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *  月次に売掛オープンアイテム（KUCF135）を読み、支払期日
      *  を得意先の猶予日数（CFTOK-CHIEN-YUYO-DAYS）超えて未消込
      *  残の残る請求について、期日翌日（計算済みの請求は計算
      *  済日の翌日）から実行日までの遅延損害金を、未消込残×
      *  年率（CFTOK-CHIEN-RITU）×日数÷３６５で日割り計算する
      *  （円未満切捨て）。年率ゼロ（契約なし）、免除フラグ
      *  （CFTOK-CHIEN-MENJO-FLG）"1"の得意先は計算しない。
      *  損害金は請求調整メモ台帳（KUCF115）へ区分"3"の申請中
      *  メモとして登録し（メモ番号はシステムパラメタKU-NEXT-
      *  MEMO-NOから採番）、審査リストを印字する。営業責任者が
      *  承認画面（KUBM165）で１件ずつ承認したメモだけがメモ
      *  計上（KUBM170）で売上ファイルへ流れ、次の請求明細
      *  （KUBM070）へ載る。計算済日は遅延損害金計算履歴
      *  （KUCF175）へ控え、同じ期間を二重に計算しない。
      *  起票者には実行した操作者（KCOPID）を記録する
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  OPI-FILE  ASSIGN  TO  EXTERNAL  OPI
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  OPI-KEY.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  CHR-FILE  ASSIGN  TO  EXTERNAL  CHR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CHR-KEY.
           SELECT  MEM-FILE  ASSIGN  TO  EXTERNAL  MEM
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  MEM-NO.
           SELECT  PRM-FILE  ASSIGN  TO  EXTERNAL  PRM
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFPRM-PARM-KEY.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  OPI-FILE.
       01  OPI-REC.
           COPY  KUCF135.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  CHR-FILE.
       01  CHR-REC.
           COPY  KUCF175.
       FD  MEM-FILE.
       01  MEM-REC.
           COPY  KUCF115.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY  KCCFPRM.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE            SECTION.
       01  OPI-END-FLG            PIC  X(1)          VALUE  "0".
       01  OPI-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  CHIEN-CNT              PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT       PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
       01  WK-PC-INT              PIC  9(08)          VALUE  ZERO.
       01  WK-OPID                PIC  X(08)          VALUE  SPACE.
      *    メモ番号の採番元（システムパラメタ）
       01  WK-NEXT-MEMO-NO        PIC  9(06)          VALUE  1.
       01  WK-PRM-FOUND-FLG       PIC  X(01)          VALUE  SPACE.
      *    得意先の遅延損害金条件（得意先が替わったら読み直す）
       01  WK-TOKU-COD            PIC  X(04)          VALUE  SPACE.
       01  WK-CHIEN-RITU          PIC  9(02)V9(02)    VALUE  ZERO.
       01  WK-YUYO-DAYS           PIC  9(03)          VALUE  ZERO.
       01  WK-TOKU-MEI            PIC  X(20)          VALUE  SPACE.
      *    計算期間（通算日）と損害金
       01  WK-DUE-INT             PIC  9(08)          VALUE  ZERO.
       01  WK-FROM-INT            PIC  9(08)          VALUE  ZERO.
       01  WK-FROM-DATE           PIC  9(08)          VALUE  ZERO.
       01  WK-KEIKA-DAYS          PIC S9(07)          VALUE  ZERO.
       01  WK-NISSU               PIC S9(07)          VALUE  ZERO.
       01  WK-CHIEN-GAKU          PIC S9(09)          VALUE  ZERO.
       01  WK-CHIEN-GOKEI         PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-CHR-ARI-FLG         PIC  X(01)          VALUE  SPACE.
      *    メモの理由欄（遅延損害金＋請求年月）
       01  WK-RIYU.
         02  FILLER               PIC  X(10)  VALUE  "遅延損害金".
         02  FILLER               PIC  X(01)  VALUE  SPACE.
         02  WK-RIYU-YM           PIC  9(06).
         02  FILLER               PIC  X(03)  VALUE  SPACE.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(32)  VALUE
                "遅延損害金審査リスト".
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
      *  小見出し
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(6)   VALUE  "得意先".
         02  FILLER               PIC  X(20)  VALUE  "得意先名".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "請求年月".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "支払期日".
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "未消込残高".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "計算期間".
         02  FILLER               PIC  X(11)  VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "日数".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "年率".
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "遅延損害金".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "メモ番号".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "承認欄".
         02  FILLER               PIC  X(8)   VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TOKU-MEI          PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SEIKYU-YM         PIC  9(06).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  D1-DUE-DATE          PIC  9(08).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-OPEN-GAKU         PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-FROM-DATE         PIC  9(08).
         02  FILLER               PIC  X(1)   VALUE  "-".
         02  D1-TO-DATE           PIC  9(08).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-NISSU             PIC  ZZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-RITU              PIC  Z9.99.
         02  FILLER               PIC  X(1)   VALUE  "%".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-CHIEN-GAKU        PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-MEM-NO            PIC  9(06).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "[        ]".
         02  FILLER               PIC  X(8)   VALUE  SPACE.
      *  合計
       01  D2-GOKEI.
         02  FILLER               PIC  X(20)  VALUE
                "＊＊損害金合計＊＊".
         02  FILLER               PIC  X(78)  VALUE  SPACE.
         02  D2-CHIEN-GOKEI       PIC  Z,ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(23)  VALUE  SPACE.
      *
      ********************************************************
      *  遅延損害金計算
      ********************************************************
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  OPI-READ-RTN.
           PERFORM  CHIEN-RTN  UNTIL  OPI-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（メモ番号の採番元を読む）
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KUBM270 START ***".
           ACCEPT  WK-OPID  FROM  ENVIRONMENT  "KCOPID".
           IF  WK-OPID  =  SPACE
             MOVE  "KUBM270"  TO  WK-OPID
           END-IF.
           OPEN  INPUT   OPI-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  I-O     CHR-FILE.
           OPEN  I-O     MEM-FILE.
           OPEN  I-O     PRM-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           COMPUTE  WK-PC-INT  =
                    FUNCTION  INTEGER-OF-DATE  (WK-PC-DATE8).
           MOVE  "KU-NEXT-MEMO-NO"  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               MOVE  SPACE  TO  WK-PRM-FOUND-FLG
             NOT  INVALID  KEY
               MOVE  "1"  TO  WK-PRM-FOUND-FLG
               IF  CFPRM-VALUE  (1:6)  IS  NUMERIC
                 MOVE  CFPRM-VALUE  (1:6)  TO  WK-NEXT-MEMO-NO
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  オープンアイテム入力処理
      ********************************************************
       OPI-READ-RTN               SECTION.
           READ  OPI-FILE  NEXT
             AT  END
               MOVE  "1"  TO  OPI-END-FLG
             NOT  AT  END
               ADD  +1  TO  OPI-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  遅延損害金計算処理（猶予日数を過ぎた未消込請求の未計算
      *  期間を日割り計算してメモを起こす）
      ********************************************************
       CHIEN-RTN                  SECTION.
           IF  OPI-OPEN-GAKU  <=  ZERO
             OR  OPI-DUE-DATE  NOT  NUMERIC
             OR  OPI-DUE-DATE  =  ZERO
               GO  TO  NEXT-READ
           END-IF.
           IF  OPI-TOKU-COD  NOT  =  WK-TOKU-COD
             PERFORM  JOKEN-RTN
           END-IF.
           IF  WK-CHIEN-RITU  =  ZERO
             GO  TO  NEXT-READ
           END-IF.
           COMPUTE  WK-DUE-INT  =
                    FUNCTION  INTEGER-OF-DATE  (OPI-DUE-DATE).
           COMPUTE  WK-KEIKA-DAYS  =  WK-PC-INT  -  WK-DUE-INT.
           IF  WK-KEIKA-DAYS  <=  WK-YUYO-DAYS
             GO  TO  NEXT-READ
           END-IF.
      *    計算開始日（期日翌日、計算済みなら計算済日の翌日）
           COMPUTE  WK-FROM-INT  =  WK-DUE-INT  +  1.
           MOVE  SPACE          TO  WK-CHR-ARI-FLG.
           MOVE  OPI-TOKU-COD   TO  CHR-TOKU-COD.
           MOVE  OPI-SEIKYU-YM  TO  CHR-SEIKYU-YM.
           READ  CHR-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               MOVE  "1"  TO  WK-CHR-ARI-FLG
               IF  CHR-KEISAN-DATE  >=  OPI-DUE-DATE
                 COMPUTE  WK-FROM-INT  =
                          FUNCTION  INTEGER-OF-DATE  (CHR-KEISAN-DATE)
                          +  1
               END-IF
           END-READ.
           COMPUTE  WK-NISSU  =  WK-PC-INT  -  WK-FROM-INT  +  1.
           IF  WK-NISSU  <=  ZERO
             GO  TO  NEXT-READ
           END-IF.
      *    日割り計算（年３６５日、円未満切捨て）
           COMPUTE  WK-CHIEN-GAKU  =
                    OPI-OPEN-GAKU  *  WK-CHIEN-RITU  *  WK-NISSU
                    /  36500.
           IF  WK-CHIEN-GAKU  <=  ZERO
             GO  TO  NEXT-READ
           END-IF.
           PERFORM  MEMO-RTN.
           PERFORM  CHR-KOSHIN-RTN.
           PERFORM  MEISAI-RTN.
           ADD  +1  TO  CHIEN-CNT.
           ADD  WK-CHIEN-GAKU  TO  WK-CHIEN-GOKEI.
       NEXT-READ.
           PERFORM  OPI-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  遅延損害金条件取得処理（マスタ未登録・非数字・免除の
      *  得意先は年率ゼロ＝計算しないとする）
      ********************************************************
       JOKEN-RTN                  SECTION.
           MOVE  OPI-TOKU-COD  TO  WK-TOKU-COD.
           MOVE  ZERO   TO  WK-CHIEN-RITU.
           MOVE  ZERO   TO  WK-YUYO-DAYS.
           MOVE  SPACE  TO  WK-TOKU-MEI.
           MOVE  OPI-TOKU-COD  TO  CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               GO  TO  EXT
           END-READ.
           MOVE  CFTOK-TOKU-MEI  TO  WK-TOKU-MEI.
           IF  CFTOK-CHIEN-MENJO-FLG  =  "1"
             GO  TO  EXT
           END-IF.
           IF  CFTOK-CHIEN-RITU  IS  NUMERIC
             MOVE  CFTOK-CHIEN-RITU  TO  WK-CHIEN-RITU
           END-IF.
           IF  CFTOK-CHIEN-YUYO-DAYS  IS  NUMERIC
             MOVE  CFTOK-CHIEN-YUYO-DAYS  TO  WK-YUYO-DAYS
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  遅延損害金メモ登録処理（区分"3"・申請中で台帳へ登録）
      ********************************************************
       MEMO-RTN                   SECTION.
           MOVE  SPACE             TO  MEM-REC.
           MOVE  WK-NEXT-MEMO-NO   TO  MEM-NO.
           ADD   1                 TO  WK-NEXT-MEMO-NO.
           MOVE  "3"               TO  MEM-KBN.
           MOVE  OPI-TOKU-COD      TO  MEM-TOKU-COD.
           MOVE  ZERO              TO  MEM-JUCHU-NO.
           MOVE  ZERO              TO  MEM-GYO-NO.
           MOVE  SPACE             TO  MEM-SHOHIN-NO.
           MOVE  WK-CHIEN-GAKU     TO  MEM-KINGAKU.
           MOVE  OPI-SEIKYU-YM     TO  WK-RIYU-YM.
           MOVE  WK-RIYU           TO  MEM-RIYU.
           MOVE  WK-OPID           TO  MEM-APPLY-USER.
           MOVE  SPACE             TO  MEM-APPROVE-USER.
           MOVE  "0"               TO  MEM-STATUS.
           MOVE  WK-PC-DATE8       TO  MEM-DATE.
           WRITE  MEM-REC
             INVALID  KEY
               DISPLAY  "*** KUBM270 MEM-NO DUP "  MEM-NO  " ***"
           END-WRITE.
       EXT.
           EXIT.
      ********************************************************
      *  計算履歴更新処理（計算済日を実行日へ進める）
      ********************************************************
       CHR-KOSHIN-RTN             SECTION.
           IF  WK-CHR-ARI-FLG  NOT  =  "1"
             MOVE  SPACE          TO  CHR-REC
             MOVE  OPI-TOKU-COD   TO  CHR-TOKU-COD
             MOVE  OPI-SEIKYU-YM  TO  CHR-SEIKYU-YM
             MOVE  ZERO           TO  CHR-RUIKEI-GAKU
           END-IF.
           MOVE  WK-PC-DATE8  TO  CHR-KEISAN-DATE.
           ADD   WK-CHIEN-GAKU  TO  CHR-RUIKEI-GAKU.
           MOVE  MEM-NO       TO  CHR-MEM-NO.
           IF  WK-CHR-ARI-FLG  =  "1"
             REWRITE  CHR-REC
           ELSE
             WRITE  CHR-REC
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  審査リスト明細印字処理
      ********************************************************
       MEISAI-RTN                 SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           COMPUTE  WK-FROM-DATE  =
                    FUNCTION  DATE-OF-INTEGER  (WK-FROM-INT).
           MOVE  OPI-TOKU-COD   TO  D1-TOKU-COD.
           MOVE  WK-TOKU-MEI    TO  D1-TOKU-MEI.
           MOVE  OPI-SEIKYU-YM  TO  D1-SEIKYU-YM.
           MOVE  OPI-DUE-DATE   TO  D1-DUE-DATE.
           MOVE  OPI-OPEN-GAKU  TO  D1-OPEN-GAKU.
           MOVE  WK-FROM-DATE   TO  D1-FROM-DATE.
           MOVE  WK-PC-DATE8    TO  D1-TO-DATE.
           MOVE  WK-NISSU       TO  D1-NISSU.
           MOVE  WK-CHIEN-RITU  TO  D1-RITU.
           MOVE  WK-CHIEN-GAKU  TO  D1-CHIEN-GAKU.
           MOVE  MEM-NO         TO  D1-MEM-NO.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
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
           MOVE  H2-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理（採番の使用分をシステムパラメタへ書き戻す）
      ********************************************************
       TERM-RTN                   SECTION.
           IF  PAGE-CNT  =  ZERO
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  WK-CHIEN-GOKEI  TO  D2-CHIEN-GOKEI.
           MOVE  D2-GOKEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  "KU-NEXT-MEMO-NO"  TO  CFPRM-PARM-KEY.
           MOVE  SPACE              TO  CFPRM-VALUE.
           MOVE  WK-NEXT-MEMO-NO    TO  CFPRM-VALUE  (1:6).
           MOVE  ZERO               TO  CFPRM-EFF-DATE.
           IF  WK-PRM-FOUND-FLG  =  "1"
             REWRITE  PRM-REC
           ELSE
             WRITE  PRM-REC
           END-IF.
           CLOSE  OPI-FILE  TOK-FILE  CHR-FILE  MEM-FILE  PRM-FILE
                  OEF-FILE.
           DISPLAY  "*** OPI-CNT="  OPI-CNT.
           DISPLAY  "*** CHIEN="    CHIEN-CNT.
           DISPLAY  "*** KUBM270  END ***".
       EXT.
           EXIT.
