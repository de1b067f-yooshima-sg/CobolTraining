       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM300.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：残高確認書作成
      * 作成日／作成者：２０２６年１０月１５日  システム技研
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *  期末の監査人向け残高確認。得意先マスタを順に読み、売掛
      *  オープンアイテム（KUCF135）のうち確認基準日の属する月
      *  以前の請求の未消込残を得意先ごとに合計する。残高（絶対
      *  値）がしきい値以上の得意先は全件、しきい値未満で残高の
      *  ある得意先は抽出率％で無作為に抽出し、得意先ごとに改頁
      *  した残高確認書（請求別の未消込明細と切り取り式の回答
      *  書）をLTRへ印字する。発送した得意先は残高確認管理
      *  （KUCF190）へ回答待ちで起こし、発送一覧を印字する。
      *  しきい値・抽出率はシステムパラメタマスタのUR-KAKUNIN-
      *  GAKU（既定１００万円）／UR-KAKUNIN-RITU（既定１０％）、
      *  確認基準日は環境変数KUBM300_KIJUN_DATE（YYYYMMDD。省略
      *  時は当日）、無作為抽出の種は環境変数KUBM300_SEED（数字
      *  ８桁。省略時は時刻）から取得する。同じ種で再実行すれば
      *  同じ得意先が抽出される
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
           SELECT  KKN-FILE  ASSIGN  TO  EXTERNAL  KKN
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  KKN-KEY.
           SELECT  PRM-FILE  ASSIGN  TO  EXTERNAL  PRM
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFPRM-PARM-KEY.
           SELECT  LTR-FILE  ASSIGN  TO  EXTERNAL  LTR.
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
       FD  KKN-FILE.
       01  KKN-REC.
           COPY  KUCF190.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY  KCCFPRM.
       FD  LTR-FILE.
       01  LTR-REC                PIC  X(135).
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE            SECTION.
       01  TOK-END-FLG            PIC  X(1)          VALUE  "0".
       01  OPI-END-FLG            PIC  X(1)          VALUE  "0".
       01  TOK-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  HASSO-CNT              PIC S9(9)  COMP-3  VALUE  +0.
       01  GAKU-CNT               PIC S9(9)  COMP-3  VALUE  +0.
       01  SAMPLE-CNT             PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT       PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    確認基準日（環境変数。省略時は当日）
       01  WK-KIJUN-DATE          PIC  9(08)          VALUE  ZERO.
       01  WK-KIJUN-DATE-X        PIC  X(08)          VALUE  SPACE.
      *    しきい値（UR-KAKUNIN-GAKU）と抽出率％（UR-KAKUNIN-RITU）
       01  WK-KAKUNIN-GAKU        PIC  9(09)          VALUE  1000000.
       01  WK-KAKUNIN-RITU        PIC  9(03)          VALUE  10.
      *    無作為抽出（種と０以上１未満の乱数）
       01  WK-SEED-X              PIC  X(08)          VALUE  SPACE.
       01  WK-SEED                PIC  9(08)          VALUE  ZERO.
       01  WK-RANDOM              PIC  9V9(08)        VALUE  ZERO.
      *    得意先ごとの基準日現在残高・件数と選定区分
       01  WK-ZAN                 PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-ZAN-ABS             PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-KENSU               PIC S9(5)   COMP-3  VALUE  +0.
       01  WK-SENTEI-KBN          PIC  X(01)          VALUE  SPACE.
       01  WK-HASSO-GOKEI         PIC S9(11)  COMP-3  VALUE  +0.
      *    明細走査の処理区分（"1"＝合計、"2"＝確認書印字）
       01  WK-SCAN-KBN            PIC  X(01)          VALUE  SPACE.
      *  残高確認書 表題
       01  L1-TITLE.
         02  FILLER               PIC  X(40)  VALUE  SPACE.
         02  FILLER               PIC  X(18)  VALUE
                "残　高　確　認　書".
         02  FILLER               PIC  X(77)  VALUE  SPACE.
      *  残高確認書 発行日
       01  L2-HAKKO.
         02  FILLER               PIC  X(100) VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "発行日".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  L2-DATE              PIC  9(08).
         02  FILLER               PIC  X(20)  VALUE  SPACE.
      *  残高確認書 宛名（郵便番号・住所・得意先名）
       01  L3-YUBIN.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(2)   VALUE  "〒".
         02  L3-YUBIN-NO          PIC  X(08).
         02  FILLER               PIC  X(121) VALUE  SPACE.
       01  L4-JUSHO.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  L4-JUSHO-MEI         PIC  X(50).
         02  FILLER               PIC  X(81)  VALUE  SPACE.
       01  L5-ATENA.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  L5-TOKU-MEI          PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "御中".
         02  FILLER               PIC  X(105) VALUE  SPACE.
      *  残高確認書 本文（１行を前半・後半に分けて編集する）
       01  L6-BUNSHO.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  L6-TEXT1             PIC  X(36).
         02  L6-TEXT2             PIC  X(36).
         02  FILLER               PIC  X(59)  VALUE  SPACE.
      *  残高確認書 基準日・当社帳簿残高
       01  L7-ZANDAKA.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "確認基準日".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  L7-KIJUN-DATE        PIC  9(08).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(12)  VALUE
                "当社帳簿残高".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  L7-ZAN               PIC  ZZ,ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(78)  VALUE  SPACE.
      *  残高確認書 明細見出し・明細・合計
       01  L8-KOMIDASHI.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "請求年月".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "支払期日".
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "請求額".
         02  FILLER               PIC  X(8)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "未消込残高".
         02  FILLER               PIC  X(81)  VALUE  SPACE.
       01  L9-MEISAI.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  L9-SEIKYU-YM         PIC  9(06).
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  L9-DUE-DATE          PIC  9(08).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  L9-SEIKYU-GAKU       PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  L9-OPEN-GAKU         PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(83)  VALUE  SPACE.
      *  切り取り線
       01  L10-KIRITORI.
         02  FILLER               PIC  X(40)  VALUE  ALL  "-".
         02  FILLER               PIC  X(12)  VALUE
                "　きりとり　".
         02  FILLER               PIC  X(40)  VALUE  ALL  "-".
         02  FILLER               PIC  X(43)  VALUE  SPACE.
      *  回答書
       01  R1-TITLE.
         02  FILLER               PIC  X(40)  VALUE  SPACE.
         02  FILLER               PIC  X(14)  VALUE
                "残高確認回答書".
         02  FILLER               PIC  X(81)  VALUE  SPACE.
       01  R2-TOKU.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(12)  VALUE
                "得意先コード".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  R2-TOKU-COD          PIC  X(04).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  R2-TOKU-MEI          PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "確認基準日".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  R2-KIJUN-DATE        PIC  9(08).
         02  FILLER               PIC  X(71)  VALUE  SPACE.
       01  R3-ICCHI.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(30)  VALUE
                "□　上記残高に相違ありません。".
         02  FILLER               PIC  X(101) VALUE  SPACE.
       01  R4-SOUI.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(20)  VALUE
                "□　相違があります。".
         02  FILLER               PIC  X(10)  VALUE  "貴社残高　".
         02  FILLER               PIC  X(22)  VALUE  ALL  "＿".
         02  FILLER               PIC  X(2)   VALUE  "円".
         02  FILLER               PIC  X(77)  VALUE  SPACE.
       01  R5-NAIYO.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "相違内容".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(60)  VALUE  ALL  "＿".
         02  FILLER               PIC  X(61)  VALUE  SPACE.
       01  R6-SHOMEI.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "回答日".
         02  FILLER               PIC  X(20)  VALUE
                "　　　年　　月　　日".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "貴社名".
         02  FILLER               PIC  X(30)  VALUE  ALL  "＿".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(2)   VALUE  "印".
         02  FILLER               PIC  X(59)  VALUE  SPACE.
      *  発送一覧 大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(32)  VALUE
                "残高確認書発送一覧".
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
      *  発送一覧 小見出し
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(6)   VALUE  "得意先".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(20)  VALUE  "得意先名".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "選定区分".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "件数".
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(12)  VALUE
                "当社帳簿残高".
         02  FILLER               PIC  X(67)  VALUE  SPACE.
      *  発送一覧 明細
       01  D1-MEISAI.
         02  D1-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-TOKU-MEI          PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SENTEI            PIC  X(10).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KENSU             PIC  ZZ9.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-ZAN               PIC  ZZ,ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(71)  VALUE  SPACE.
      *  発送一覧 合計
       01  D2-GOKEI.
         02  FILLER               PIC  X(12)  VALUE  "＊発送計＊".
         02  D2-HASSO-CNT         PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "しきい値：".
         02  D2-GAKU-CNT          PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "抽出：".
         02  D2-SAMPLE-CNT        PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-ZAN               PIC  ZZ,ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(68)  VALUE  SPACE.
      *
      ********************************************************
      * 残高確認書作成
      ********************************************************
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  TOK-READ-RTN.
           PERFORM  SENTEI-RTN  UNTIL  TOK-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      * 開始処理（基準日・しきい値・抽出率・乱数の種を決める）
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KUBM300 START ***".
           OPEN  INPUT   TOK-FILE.
           OPEN  INPUT   OPI-FILE.
           OPEN  I-O     KKN-FILE.
           OPEN  OUTPUT  LTR-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           ACCEPT  WK-KIJUN-DATE-X
             FROM  ENVIRONMENT  "KUBM300_KIJUN_DATE".
           IF  WK-KIJUN-DATE-X  IS  NUMERIC
             MOVE  WK-KIJUN-DATE-X  TO  WK-KIJUN-DATE
           ELSE
             MOVE  WK-PC-DATE8      TO  WK-KIJUN-DATE
           END-IF.
           PERFORM  PRM-LOAD-RTN.
           ACCEPT  WK-SEED-X
             FROM  ENVIRONMENT  "KUBM300_SEED".
           IF  WK-SEED-X  IS  NUMERIC
             MOVE  WK-SEED-X  TO  WK-SEED
           ELSE
             ACCEPT  WK-SEED  FROM  TIME
           END-IF.
           COMPUTE  WK-RANDOM  =  FUNCTION  RANDOM  (WK-SEED).
           MOVE  WK-PC-DATE8    TO  H1-DATE  L2-DATE.
           MOVE  WK-KIJUN-DATE  TO  L7-KIJUN-DATE  R2-KIJUN-DATE.
       EXT.
           EXIT.
      ********************************************************
      * パラメタ読込処理（しきい値・抽出率）
      ********************************************************
       PRM-LOAD-RTN               SECTION.
           OPEN  INPUT  PRM-FILE.
           MOVE  "UR-KAKUNIN-GAKU"  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  (CFPRM-EFF-DATE  =  ZERO
                    OR  CFPRM-EFF-DATE  <=  WK-PC-DATE8)
                 AND  CFPRM-VALUE  (1:9)  IS  NUMERIC
                   MOVE  CFPRM-VALUE  (1:9)  TO  WK-KAKUNIN-GAKU
               END-IF
           END-READ.
           MOVE  "UR-KAKUNIN-RITU"  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  (CFPRM-EFF-DATE  =  ZERO
                    OR  CFPRM-EFF-DATE  <=  WK-PC-DATE8)
                 AND  CFPRM-VALUE  (1:3)  IS  NUMERIC
                   MOVE  CFPRM-VALUE  (1:3)  TO  WK-KAKUNIN-RITU
               END-IF
           END-READ.
           CLOSE  PRM-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 得意先マスタ入力処理
      ********************************************************
       TOK-READ-RTN               SECTION.
           READ  TOK-FILE
             AT  END
               MOVE  "1"  TO  TOK-END-FLG
             NOT  AT  END
               ADD  +1  TO  TOK-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 選定処理（基準日現在の残高を求め、しきい値以上は全件、
      * 未満は抽出率で無作為に選ぶ。残高の無い得意先は対象外）
      ********************************************************
       SENTEI-RTN                 SECTION.
           MOVE  "1"  TO  WK-SCAN-KBN.
           PERFORM  OPI-SCAN-RTN.
           IF  WK-KENSU  =  ZERO
             OR  WK-ZAN  =  ZERO
               GO  TO  NEXT-READ
           END-IF.
           MOVE  WK-ZAN  TO  WK-ZAN-ABS.
           IF  WK-ZAN-ABS  <  ZERO
             COMPUTE  WK-ZAN-ABS  =  ZERO  -  WK-ZAN-ABS
           END-IF.
           IF  WK-ZAN-ABS  >=  WK-KAKUNIN-GAKU
             MOVE  "1"  TO  WK-SENTEI-KBN
             ADD  +1  TO  GAKU-CNT
           ELSE
             COMPUTE  WK-RANDOM  =  FUNCTION  RANDOM
             IF  WK-RANDOM  *  100  <  WK-KAKUNIN-RITU
               MOVE  "2"  TO  WK-SENTEI-KBN
               ADD  +1  TO  SAMPLE-CNT
             ELSE
               GO  TO  NEXT-READ
             END-IF
           END-IF.
           PERFORM  KAKUNINSHO-RTN.
           PERFORM  KKN-WRITE-RTN.
           PERFORM  MEISAI-RTN.
       NEXT-READ.
           PERFORM  TOK-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 請求走査処理（得意先の請求を基準月以前の未消込残のある
      * ものに限って読む。区分"1"は合計、"2"は確認書へ印字）
      ********************************************************
       OPI-SCAN-RTN               SECTION.
           IF  WK-SCAN-KBN  =  "1"
             MOVE  ZERO  TO  WK-ZAN  WK-KENSU
           END-IF.
           MOVE  "0"             TO  OPI-END-FLG.
           MOVE  CFTOK-TOKU-COD  TO  OPI-TOKU-COD.
           MOVE  ZERO            TO  OPI-SEIKYU-YM.
           START  OPI-FILE  KEY  >=  OPI-KEY
             INVALID  KEY
               MOVE  "1"  TO  OPI-END-FLG
           END-START.
           PERFORM  OPI-READ-RTN  UNTIL  OPI-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      * 請求入力処理
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
           IF  OPI-SEIKYU-YM  >  WK-KIJUN-DATE  (1:6)
             OR  OPI-OPEN-GAKU  =  ZERO
               GO  TO  EXT
           END-IF.
           IF  WK-SCAN-KBN  =  "1"
             ADD  OPI-OPEN-GAKU  TO  WK-ZAN
             ADD  +1             TO  WK-KENSU
           ELSE
             MOVE  OPI-SEIKYU-YM    TO  L9-SEIKYU-YM
             MOVE  OPI-DUE-DATE     TO  L9-DUE-DATE
             MOVE  OPI-SEIKYU-GAKU  TO  L9-SEIKYU-GAKU
             MOVE  OPI-OPEN-GAKU    TO  L9-OPEN-GAKU
             MOVE  L9-MEISAI  TO  LTR-REC
             WRITE  LTR-REC  AFTER  1
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 残高確認書印字処理（得意先ごとに改頁し、宛名・本文・
      * 未消込明細・回答書を印字する）
      ********************************************************
       KAKUNINSHO-RTN             SECTION.
           MOVE  L1-TITLE  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  PAGE.
           MOVE  L2-HAKKO  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  2.
           MOVE  CFTOK-YUBIN-NO  TO  L3-YUBIN-NO.
           MOVE  L3-YUBIN  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  1.
           MOVE  CFTOK-JUSHO     TO  L4-JUSHO-MEI.
           MOVE  L4-JUSHO  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  1.
           MOVE  CFTOK-TOKU-MEI  TO  L5-TOKU-MEI.
           MOVE  L5-ATENA  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  1.
           MOVE  "拝啓　平素は格別のお引き立てを賜り"
                                     TO  L6-TEXT1.
           MOVE  "厚く御礼申し上げます。"
                                     TO  L6-TEXT2.
           MOVE  L6-BUNSHO  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  2.
           MOVE  "さて、当社の会計監査のため、基準日"
                                     TO  L6-TEXT1.
           MOVE  "現在の貴社に対する売掛金残高を"
                                     TO  L6-TEXT2.
           MOVE  L6-BUNSHO  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  1.
           MOVE  "下記のとおりご確認いただきたく、"
                                     TO  L6-TEXT1.
           MOVE  "お願い申し上げます。"
                                     TO  L6-TEXT2.
           MOVE  L6-BUNSHO  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  1.
           MOVE  "お手数ながら下記回答書にご記入・"
                                     TO  L6-TEXT1.
           MOVE  "ご捺印のうえ、直接監査人あてに"
                                     TO  L6-TEXT2.
           MOVE  L6-BUNSHO  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  1.
           MOVE  "ご返送くださいますようお願いいたし"
                                     TO  L6-TEXT1.
           MOVE  "ます。　　　　　　　　　　　　敬具"
                                     TO  L6-TEXT2.
           MOVE  L6-BUNSHO  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  1.
           MOVE  WK-ZAN  TO  L7-ZAN.
           MOVE  L7-ZANDAKA  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  2.
           MOVE  L8-KOMIDASHI  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  2.
           MOVE  "2"  TO  WK-SCAN-KBN.
           PERFORM  OPI-SCAN-RTN.
           MOVE  L10-KIRITORI  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  3.
           MOVE  R1-TITLE  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  2.
           MOVE  CFTOK-TOKU-COD  TO  R2-TOKU-COD.
           MOVE  CFTOK-TOKU-MEI  TO  R2-TOKU-MEI.
           MOVE  R2-TOKU  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  2.
           MOVE  L7-ZANDAKA  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  1.
           MOVE  R3-ICCHI  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  2.
           MOVE  R4-SOUI  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  1.
           MOVE  R5-NAIYO  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  2.
           MOVE  R6-SHOMEI  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  2.
       EXT.
           EXIT.
      ********************************************************
      * 残高確認管理出力処理（回答待ちで起こす。同じ基準日で
      * 再発行した得意先は発送内容を置き換えて回答待ちに戻す）
      ********************************************************
       KKN-WRITE-RTN              SECTION.
           MOVE  CFTOK-TOKU-COD  TO  KKN-TOKU-COD.
           MOVE  WK-KIJUN-DATE   TO  KKN-KIJUN-DATE.
           READ  KKN-FILE
             INVALID  KEY
               MOVE  SPACE  TO  KKN-REC
           END-READ.
           MOVE  CFTOK-TOKU-COD  TO  KKN-TOKU-COD.
           MOVE  WK-KIJUN-DATE   TO  KKN-KIJUN-DATE.
           MOVE  WK-SENTEI-KBN   TO  KKN-SENTEI-KBN.
           MOVE  WK-ZAN          TO  KKN-KAKUNIN-ZAN.
           MOVE  WK-KENSU        TO  KKN-KENSU.
           MOVE  WK-PC-DATE8     TO  KKN-HASSO-DATE.
           MOVE  ZERO            TO  KKN-KAITO-DATE  KKN-KAITO-ZAN
                                     KKN-SAGAKU.
           MOVE  "0"             TO  KKN-STATUS.
           MOVE  SPACE           TO  KKN-BIKO.
           WRITE  KKN-REC
             INVALID  KEY
               REWRITE  KKN-REC
           END-WRITE.
           ADD  +1      TO  HASSO-CNT.
           ADD  WK-ZAN  TO  WK-HASSO-GOKEI.
       EXT.
           EXIT.
      ********************************************************
      * 発送一覧明細出力処理
      ********************************************************
       MEISAI-RTN                 SECTION.
           IF  LINE-CNT  >  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  CFTOK-TOKU-COD  TO  D1-TOKU-COD.
           MOVE  CFTOK-TOKU-MEI  TO  D1-TOKU-MEI.
           IF  WK-SENTEI-KBN  =  "1"
             MOVE  "しきい値"  TO  D1-SENTEI
           ELSE
             MOVE  "無作為抽出"  TO  D1-SENTEI
           END-IF.
           MOVE  WK-KENSU  TO  D1-KENSU.
           MOVE  WK-ZAN    TO  D1-ZAN.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 見出し出力処理
      ********************************************************
       MIDASHI-RTN                SECTION.
           ADD  +1  TO  PAGE-CNT.
           MOVE  PAGE-CNT  TO  H1-PAGE-NO.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  H2-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  3  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           IF  PAGE-CNT  =  ZERO
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  HASSO-CNT       TO  D2-HASSO-CNT.
           MOVE  GAKU-CNT        TO  D2-GAKU-CNT.
           MOVE  SAMPLE-CNT      TO  D2-SAMPLE-CNT.
           MOVE  WK-HASSO-GOKEI  TO  D2-ZAN.
           MOVE  D2-GOKEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           CLOSE  TOK-FILE  OPI-FILE  KKN-FILE  LTR-FILE  OEF-FILE.
           DISPLAY  "*** TOK-CNT   ="  TOK-CNT.
           DISPLAY  "*** HASSO-CNT ="  HASSO-CNT.
           DISPLAY  "*** GAKU-CNT  ="  GAKU-CNT.
           DISPLAY  "*** SAMPLE-CNT="  SAMPLE-CNT.
           DISPLAY  "*** KUBM300   END ***".
       EXT.
           EXIT.
