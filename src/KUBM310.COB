       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM310.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：残高確認フォローリスト
      * 作成日／作成者：２０２６年１０月１５日  システム技研
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *  残高確認管理（KUCF190）を順に読み、回答待ち（状態"0"）
      *  と差異あり（状態"2"）の得意先を発送からの経過日数・
      *  差異・備考とともに一覧し、督促と差異調査の手配に使う。
      *  最後に状態別の件数（発送・一致・差異あり・解明済・回答
      *  待ち）を印字する。確認基準日は環境変数KUBM310_KIJUN_DATE
      *  （YYYYMMDD）で絞り込み、省略時は全基準日を対象とする
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  KKN-FILE  ASSIGN  TO  EXTERNAL  KKN
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  KKN-KEY.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  KKN-FILE.
       01  KKN-REC.
           COPY  KUCF190.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE            SECTION.
       01  KKN-END-FLG            PIC  X(1)          VALUE  "0".
       01  KKN-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  HASSO-CNT              PIC S9(9)  COMP-3  VALUE  +0.
       01  ICCHI-CNT              PIC S9(9)  COMP-3  VALUE  +0.
       01  SAI-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  KAIMEI-CNT             PIC S9(9)  COMP-3  VALUE  +0.
       01  MIKAITO-CNT            PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT       PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    絞り込む確認基準日（ゼロ＝全基準日）
       01  WK-KIJUN-DATE          PIC  9(08)          VALUE  ZERO.
       01  WK-KIJUN-DATE-X        PIC  X(08)          VALUE  SPACE.
       01  WK-KEIKA-DAYS          PIC S9(07)          VALUE  ZERO.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(32)  VALUE
                "残高確認フォローリスト".
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
         02  FILLER               PIC  X(8)   VALUE  "基準日".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "経過日数".
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "当社残高".
         02  FILLER               PIC  X(7)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "回答残高".
         02  FILLER               PIC  X(11)  VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "差異".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "状態".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "備考".
         02  FILLER               PIC  X(25)  VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-TOKU-MEI          PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KIJUN-DATE        PIC  9(08).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  D1-KEIKA-DAYS        PIC  ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KAKUNIN-ZAN       PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KAITO-ZAN         PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SAGAKU            PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-JOTAI             PIC  X(10).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-BIKO              PIC  X(20).
         02  FILLER               PIC  X(11)  VALUE  SPACE.
      *  状態別件数
       01  D2-KENSU.
         02  D2-TITLE             PIC  X(16).
         02  D2-KEN               PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(113) VALUE  SPACE.
      *
      ********************************************************
      * 残高確認フォローリスト
      ********************************************************
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  KKN-READ-RTN.
           PERFORM  FOLLOW-RTN  UNTIL  KKN-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      * 開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KUBM310 START ***".
           OPEN  INPUT   KKN-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           ACCEPT  WK-KIJUN-DATE-X
             FROM  ENVIRONMENT  "KUBM310_KIJUN_DATE".
           IF  WK-KIJUN-DATE-X  IS  NUMERIC
             MOVE  WK-KIJUN-DATE-X  TO  WK-KIJUN-DATE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 残高確認管理入力処理
      ********************************************************
       KKN-READ-RTN               SECTION.
           READ  KKN-FILE
             AT  END
               MOVE  "1"  TO  KKN-END-FLG
             NOT  AT  END
               ADD  +1  TO  KKN-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * フォロー処理（状態別に数え、回答待ち・差異ありを印字）
      ********************************************************
       FOLLOW-RTN                 SECTION.
           IF  WK-KIJUN-DATE  NOT  =  ZERO
             AND  KKN-KIJUN-DATE  NOT  =  WK-KIJUN-DATE
               GO  TO  NEXT-READ
           END-IF.
           ADD  +1  TO  HASSO-CNT.
           EVALUATE  KKN-STATUS
             WHEN  "1"
               ADD  +1  TO  ICCHI-CNT
             WHEN  "2"
               ADD  +1  TO  SAI-CNT
               PERFORM  MEISAI-RTN
             WHEN  "3"
               ADD  +1  TO  KAIMEI-CNT
             WHEN  OTHER
               ADD  +1  TO  MIKAITO-CNT
               PERFORM  MEISAI-RTN
           END-EVALUATE.
       NEXT-READ.
           PERFORM  KKN-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 明細出力処理
      ********************************************************
       MEISAI-RTN                 SECTION.
           IF  LINE-CNT  >  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  KKN-TOKU-COD  TO  D1-TOKU-COD  CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               MOVE  SPACE  TO  CFTOK-TOKU-MEI
           END-READ.
           MOVE  CFTOK-TOKU-MEI   TO  D1-TOKU-MEI.
           MOVE  KKN-KIJUN-DATE   TO  D1-KIJUN-DATE.
           COMPUTE  WK-KEIKA-DAYS  =
                    FUNCTION  INTEGER-OF-DATE  (WK-PC-DATE8)
                    -  FUNCTION  INTEGER-OF-DATE  (KKN-HASSO-DATE).
           MOVE  WK-KEIKA-DAYS    TO  D1-KEIKA-DAYS.
           MOVE  KKN-KAKUNIN-ZAN  TO  D1-KAKUNIN-ZAN.
           MOVE  KKN-BIKO         TO  D1-BIKO.
           IF  KKN-STATUS  =  "2"
             MOVE  KKN-KAITO-ZAN  TO  D1-KAITO-ZAN
             MOVE  KKN-SAGAKU     TO  D1-SAGAKU
             MOVE  "差異あり"     TO  D1-JOTAI
           ELSE
             MOVE  ZERO           TO  D1-KAITO-ZAN  D1-SAGAKU
             MOVE  "回答待ち"     TO  D1-JOTAI
           END-IF.
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
      * 終了処理（状態別件数を印字する）
      ********************************************************
       TERM-RTN                   SECTION.
           IF  PAGE-CNT  =  ZERO
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  "＊発送件数＊"    TO  D2-TITLE.
           MOVE  HASSO-CNT         TO  D2-KEN.
           MOVE  D2-KENSU  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  "　一致"          TO  D2-TITLE.
           MOVE  ICCHI-CNT         TO  D2-KEN.
           MOVE  D2-KENSU  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           MOVE  "　差異あり"      TO  D2-TITLE.
           MOVE  SAI-CNT           TO  D2-KEN.
           MOVE  D2-KENSU  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           MOVE  "　差異解明済"    TO  D2-TITLE.
           MOVE  KAIMEI-CNT        TO  D2-KEN.
           MOVE  D2-KENSU  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           MOVE  "　回答待ち"      TO  D2-TITLE.
           MOVE  MIKAITO-CNT       TO  D2-KEN.
           MOVE  D2-KENSU  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           CLOSE  KKN-FILE  TOK-FILE  OEF-FILE.
           DISPLAY  "*** KKN-CNT  ="  KKN-CNT.
           DISPLAY  "*** HASSO-CNT="  HASSO-CNT.
           DISPLAY  "*** KUBM310  END ***".
       EXT.
           EXIT.
