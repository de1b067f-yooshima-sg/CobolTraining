       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM280.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：返金候補抽出
      * 作成日／作成者：２０２６年１０月１５日  システム技研
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *  売掛オープンアイテム（KUCF135）を順に読み、未消込残高が
      *  マイナス（過入金・赤伝・返品による貸方残）のまま基準日
      *  （直近入金日、無ければ支払期日）から返金候補日数以上を
      *  経過した請求を返金申請（KUCF185）へ承認待ちで起こし、
      *  返金候補リストを印字する。日数はシステムパラメタマスタ
      *  のUR-HENKIN-DAYSで上書きでき、未登録時は６０日とする。
      *  既に申請のある請求は、承認待ちなら返金額を現在の貸方残
      *  へ更新し、承認済・却下・振込済のものは触らずに状態だけ
      *  印字する。振込先口座（KCCFBNK）が未登録の得意先も印字
      *  して口座の登録を促す
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
           SELECT  BNK-FILE  ASSIGN  TO  EXTERNAL  BNK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFBNK-TOKU-COD.
           SELECT  HNK-FILE  ASSIGN  TO  EXTERNAL  HNK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  HNK-KEY.
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
       FD  BNK-FILE.
       01  BNK-REC.
           COPY  KCCFBNK.
       FD  HNK-FILE.
       01  HNK-REC.
           COPY  KUCF185.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY  KCCFPRM.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE            SECTION.
       01  OPI-END-FLG            PIC  X(1)          VALUE  "0".
       01  OPI-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  KOHO-CNT               PIC S9(9)  COMP-3  VALUE  +0.
       01  NEW-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT       PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    返金候補日数（UR-HENKIN-DAYSで上書き。既定６０日）
       01  WK-HENKIN-DAYS         PIC  9(03)          VALUE  60.
      *    基準日と経過日数
       01  WK-KIJUN-DATE          PIC  9(08)          VALUE  ZERO.
       01  WK-KEIKA-DAYS          PIC S9(07)          VALUE  ZERO.
       01  WK-HENKIN-GAKU         PIC S9(09)          VALUE  ZERO.
       01  WK-HENKIN-GOKEI        PIC S9(11)  COMP-3  VALUE  +0.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(32)  VALUE
                "返金候補リスト".
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
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(20)  VALUE  "得意先名".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "請求年月".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "返金額".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "基準日".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "経過日数".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "振込先口座".
         02  FILLER               PIC  X(8)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "状態".
         02  FILLER               PIC  X(41)  VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-TOKU-MEI          PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SEIKYU-YM         PIC  9(06).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-HENKIN            PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KIJUN-DATE        PIC  9(08).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KEIKA-DAYS        PIC  ZZZ,ZZ9.
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  D1-KOZA.
           03  D1-GINKO-COD       PIC  9(04).
           03  FILLER             PIC  X(01)  VALUE  "-".
           03  D1-SHITEN-COD      PIC  9(03).
           03  FILLER             PIC  X(01)  VALUE  "-".
           03  D1-KOZA-NO         PIC  9(07).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-JOTAI             PIC  X(12).
         02  FILLER               PIC  X(33)  VALUE  SPACE.
      *  合計
       01  D2-GOKEI.
         02  FILLER               PIC  X(20)  VALUE
                "＊＊返金候補合計＊＊".
         02  FILLER               PIC  X(13)  VALUE  SPACE.
         02  D2-HENKIN            PIC  Z,ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(88)  VALUE  SPACE.
      *
      ********************************************************
      *  返金候補抽出
      ********************************************************
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  OPI-READ-RTN.
           PERFORM  CHUSHUTSU-RTN  UNTIL  OPI-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KUBM280 START ***".
           OPEN  INPUT   OPI-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  INPUT   BNK-FILE.
           OPEN  I-O     HNK-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           PERFORM  PRM-LOAD-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  パラメタ読込処理（返金候補日数）
      ********************************************************
       PRM-LOAD-RTN               SECTION.
           OPEN  INPUT  PRM-FILE.
           MOVE  "UR-HENKIN-DAYS"  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  (CFPRM-EFF-DATE  =  ZERO
                    OR  CFPRM-EFF-DATE  <=  WK-PC-DATE8)
                 AND  CFPRM-VALUE  (1:3)  IS  NUMERIC
                   MOVE  CFPRM-VALUE  (1:3)  TO  WK-HENKIN-DAYS
               END-IF
           END-READ.
           CLOSE  PRM-FILE.
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
      *  返金候補抽出処理（貸方残の請求のうち、基準日から返金
      *  候補日数以上を経過したものを申請へ起こす）
      ********************************************************
       CHUSHUTSU-RTN              SECTION.
           IF  OPI-OPEN-GAKU  >=  ZERO
             GO  TO  NEXT-READ
           END-IF.
           IF  OPI-LAST-NYUKIN-DATE  NOT  =  ZERO
             MOVE  OPI-LAST-NYUKIN-DATE  TO  WK-KIJUN-DATE
           ELSE
             MOVE  OPI-DUE-DATE          TO  WK-KIJUN-DATE
           END-IF.
           IF  WK-KIJUN-DATE  =  ZERO
             GO  TO  NEXT-READ
           END-IF.
           COMPUTE  WK-KEIKA-DAYS  =
                    FUNCTION  INTEGER-OF-DATE  (WK-PC-DATE8)
                    -  FUNCTION  INTEGER-OF-DATE  (WK-KIJUN-DATE).
           IF  WK-KEIKA-DAYS  <  WK-HENKIN-DAYS
             GO  TO  NEXT-READ
           END-IF.
           COMPUTE  WK-HENKIN-GAKU  =  ZERO  -  OPI-OPEN-GAKU.
           PERFORM  HNK-TOROKU-RTN.
           PERFORM  MEISAI-RTN.
           ADD  +1  TO  KOHO-CNT.
       NEXT-READ.
           PERFORM  OPI-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  返金申請登録処理（未申請は承認待ちで起こし、承認待ち
      *  の申請は返金額を現在の貸方残へ置き換える）
      ********************************************************
       HNK-TOROKU-RTN             SECTION.
           MOVE  OPI-TOKU-COD   TO  HNK-TOKU-COD.
           MOVE  OPI-SEIKYU-YM  TO  HNK-SEIKYU-YM.
           READ  HNK-FILE
             INVALID  KEY
               MOVE  SPACE           TO  HNK-REC
               MOVE  OPI-TOKU-COD    TO  HNK-TOKU-COD
               MOVE  OPI-SEIKYU-YM   TO  HNK-SEIKYU-YM
               MOVE  WK-PC-DATE8     TO  HNK-TEIAN-DATE
               MOVE  WK-HENKIN-GAKU  TO  HNK-HENKIN-GAKU
               MOVE  "0"             TO  HNK-STATUS
               MOVE  ZERO            TO  HNK-FURIKOMI-DATE
               WRITE  HNK-REC
               ADD  +1  TO  NEW-CNT
             NOT  INVALID  KEY
               IF  HNK-STATUS  =  "0"
                 MOVE  WK-PC-DATE8     TO  HNK-TEIAN-DATE
                 MOVE  WK-HENKIN-GAKU  TO  HNK-HENKIN-GAKU
                 REWRITE  HNK-REC
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  明細印字処理
      ********************************************************
       MEISAI-RTN                 SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  OPI-TOKU-COD  TO  CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               MOVE  SPACE  TO  CFTOK-TOKU-MEI
           END-READ.
           MOVE  OPI-TOKU-COD     TO  D1-TOKU-COD.
           MOVE  CFTOK-TOKU-MEI   TO  D1-TOKU-MEI.
           MOVE  OPI-SEIKYU-YM    TO  D1-SEIKYU-YM.
           MOVE  HNK-HENKIN-GAKU  TO  D1-HENKIN.
           MOVE  WK-KIJUN-DATE    TO  D1-KIJUN-DATE.
           MOVE  WK-KEIKA-DAYS    TO  D1-KEIKA-DAYS.
           MOVE  OPI-TOKU-COD     TO  CFBNK-TOKU-COD.
           READ  BNK-FILE
             INVALID  KEY
               MOVE  "口座未登録"  TO  D1-KOZA
             NOT  INVALID  KEY
               MOVE  CFBNK-GINKO-COD   TO  D1-GINKO-COD
               MOVE  CFBNK-SHITEN-COD  TO  D1-SHITEN-COD
               MOVE  CFBNK-KOZA-NO     TO  D1-KOZA-NO
           END-READ.
           EVALUATE  HNK-STATUS
             WHEN  "0"
               MOVE  "承認待ち"  TO  D1-JOTAI
             WHEN  "1"
               MOVE  "承認済"    TO  D1-JOTAI
             WHEN  "2"
               MOVE  "却下"      TO  D1-JOTAI
             WHEN  OTHER
               MOVE  "振込済"    TO  D1-JOTAI
           END-EVALUATE.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
           ADD  HNK-HENKIN-GAKU  TO  WK-HENKIN-GOKEI.
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
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           IF  PAGE-CNT  =  ZERO
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  WK-HENKIN-GOKEI  TO  D2-HENKIN.
           MOVE  D2-GOKEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           CLOSE  OPI-FILE  TOK-FILE  BNK-FILE  HNK-FILE  OEF-FILE.
           DISPLAY  "*** OPI-CNT ="  OPI-CNT.
           DISPLAY  "*** KOHO-CNT="  KOHO-CNT.
           DISPLAY  "*** NEW-CNT ="  NEW-CNT.
           DISPLAY  "*** KUBM280  END ***".
       EXT.
           EXIT.
