       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KJBM465.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：受注
      *  プログラム名      ：需要予測作成（月次）
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    商品倉庫別月次販売実績（KUCF220）の直近２４か月の
      *    販売数量から、商品＋倉庫ごとに基準年月（KJBM465_KIJUN_
      *    YM、省略時は実行月）から１２か月先までの月別予測数量を
      *    求めて需要予測ファイル（KJCF390）へ書き、需要予測表を
      *    印字する。予測は暦月ごとの季節指数で季節性を除いた
      *    系列に水準と傾向の指数平滑（α＝0.30、β＝0.10）を
      *    かけ、季節指数を戻して求める。販売実績が１２か月に
      *    満たない商品は季節指数を使わない。
      *    計算の前に計画担当の修正（KJCF395）を需要予測へ適用
      *    する。修正は再計算でも消さず、有効な予測数量は修正
      *    数量とする。
      *    あわせて前月の予測（前月の実行で書いた基準年月前月の
      *    予測）と前月の販売実績を突き合わせて予測精度表を印字
      *    する。月の実績が確定した月初に実行する
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  MHS-FILE  ASSIGN  TO  EXTERNAL  MHS
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  UF220-KEY.
           SELECT  JYS-FILE  ASSIGN  TO  EXTERNAL  JYS
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  JYS-KEY.
           SELECT  IMF-FILE  ASSIGN  TO  EXTERNAL  IMF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  JYT-FILE  ASSIGN  TO  EXTERNAL  JYT.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
           SELECT  ACC-FILE  ASSIGN  TO  EXTERNAL  ACC.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  MHS-FILE.
       01  MHS-REC.
           COPY  KUCF220.
       FD  JYS-FILE.
       01  JYS-REC.
           COPY  KJCF390.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  JYT-FILE.
       01  JYT-REC.
           COPY  KJCF395.
       FD  OEF-FILE.
       01  OEF-REC                 PIC  X(135).
       FD  ACC-FILE.
       01  ACC-REC                 PIC  X(135).
      *
       WORKING-STORAGE             SECTION.
       01  MHS-END-FLG             PIC  X(1)          VALUE  "0".
       01  JYT-END-FLG             PIC  X(1)          VALUE  "0".
       01  MHS-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  GRP-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  YOSOKU-CNT              PIC S9(9)  COMP-3  VALUE   +0.
       01  KISETSU-CNT             PIC S9(9)  COMP-3  VALUE   +0.
       01  SKIP-CNT                PIC S9(9)  COMP-3  VALUE   +0.
       01  JYS-WRT-CNT             PIC S9(9)  COMP-3  VALUE   +0.
       01  JYS-UPD-CNT             PIC S9(9)  COMP-3  VALUE   +0.
       01  JYT-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  JYT-ERR-CNT             PIC S9(9)  COMP-3  VALUE   +0.
       01  SEIDO-CNT               PIC S9(9)  COMP-3  VALUE   +0.
       01  LINE-CNT                PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT                PIC S9(5)  COMP-3  VALUE  +0.
       01  ACC-LINE-CNT            PIC S9(3)  COMP-3  VALUE  +99.
       01  ACC-PAGE-CNT            PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT        PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8             PIC  9(08)          VALUE  ZERO.
       01  WK-PC-DATE8-R  REDEFINES  WK-PC-DATE8.
         02  WK-PC-YM              PIC  9(06).
         02  FILLER                PIC  9(02).
      *    基準年月（省略時は実行月）
       01  WK-KIJUN-YM-X           PIC  X(06)          VALUE  SPACE.
       01  WK-KIJUN-YM             PIC  9(06)          VALUE  ZERO.
       01  WK-KIJUN-YM-R  REDEFINES  WK-KIJUN-YM.
         02  WK-KIJUN-YY           PIC  9(04).
         02  WK-KIJUN-MM           PIC  9(02).
      *    通し月番号（年×12＋月−1）。基準年月の通し月番号と、
      *    通し月番号から年・月への変換の受渡し
       01  WK-BASE-TSUKI           PIC S9(7)  COMP-3  VALUE   +0.
       01  WK-REC-TSUKI            PIC S9(7)  COMP-3  VALUE   +0.
       01  WK-HK-TSUKI             PIC S9(7)  COMP-3  VALUE   +0.
       01  WK-HK-YY                PIC S9(5)  COMP-3  VALUE   +0.
       01  WK-HK-MM                PIC S9(3)  COMP-3  VALUE   +0.
      *    前月（予測精度の対象月）
       01  WK-ZEN-YY               PIC  9(04)          VALUE  ZERO.
       01  WK-ZEN-MM               PIC  9(02)          VALUE  ZERO.
      *    平滑化の係数（α＝水準、β＝傾向）と季節指数を使う最低
      *    月数、水準を更新しない季節指数の下限
       01  WK-ALPHA                PIC S9(1)V9(2)  COMP-3
                                                   VALUE  +0.30.
       01  WK-BETA                 PIC S9(1)V9(2)  COMP-3
                                                   VALUE  +0.10.
       01  WK-KISETSU-MIN          PIC S9(3)  COMP-3  VALUE  +12.
       01  WK-SHISU-MIN            PIC S9(1)V9(2)  COMP-3
                                                   VALUE  +0.05.
      *    修正の年月チェック用
       01  WK-JYT-YM               PIC  9(06)          VALUE  ZERO.
       01  WK-JYT-YM-R  REDEFINES  WK-JYT-YM.
         02  WK-JYT-YY             PIC  9(04).
         02  WK-JYT-MM             PIC  9(02).
      *    商品＋倉庫の控え
       01  WK-KEY-SHOHIN-NO        PIC  X(05)          VALUE  SPACE.
       01  WK-KEY-WHS-COD          PIC  X(02)          VALUE  SPACE.
      *    販売実績表（１＝２４か月前 … ２４＝前月）と各月の暦月
       01  WK-HST-TBL.
         02  WK-HST-ENT            OCCURS  24  TIMES.
           03  WK-HST-SURYO        PIC S9(9)  COMP-3.
           03  WK-HST-MM           PIC S9(3)  COMP-3.
       01  WK-T                    PIC S9(3)  COMP-3  VALUE   +0.
       01  WK-T-FROM               PIC S9(3)  COMP-3  VALUE   +0.
       01  WK-KAISHI               PIC S9(3)  COMP-3  VALUE   +0.
       01  WK-KIKAN                PIC S9(3)  COMP-3  VALUE   +0.
      *    予測月表（１＝基準年月 … １２＝11か月後）
       01  WK-YSK-TBL.
         02  WK-YSK-ENT            OCCURS  12  TIMES.
           03  WK-YSK-YY           PIC  9(04).
           03  WK-YSK-MM           PIC  9(02).
           03  WK-YSK-SURYO        PIC S9(9)  COMP-3.
       01  WK-H                    PIC S9(3)  COMP-3  VALUE   +0.
      *    暦月別の季節指数（集計用の合計・月数を含む）
       01  WK-SHISU-TBL.
         02  WK-SHISU-ENT          OCCURS  12  TIMES.
           03  WK-SHISU            PIC S9(3)V9(6)  COMP-3.
           03  WK-KS-GOKEI         PIC S9(11)  COMP-3.
           03  WK-KS-KAISU         PIC S9(3)  COMP-3.
       01  WK-C                    PIC S9(3)  COMP-3  VALUE   +0.
       01  WK-KISETSU-FLG          PIC  X(01)          VALUE  SPACE.
       01  WK-HST-GOKEI            PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-HST-HEIKIN           PIC S9(9)V9(6)  COMP-3
                                                   VALUE  +0.
       01  WK-SHISU-GOKEI          PIC S9(5)V9(6)  COMP-3
                                                   VALUE  +0.
      *    水準・傾向と計算用
       01  WK-LEVEL                PIC S9(11)V9(4)  COMP-3
                                                   VALUE  +0.
       01  WK-LEVEL-ZEN            PIC S9(11)V9(4)  COMP-3
                                                   VALUE  +0.
       01  WK-TREND                PIC S9(11)V9(4)  COMP-3
                                                   VALUE  +0.
       01  WK-JOKYO                PIC S9(11)V9(4)  COMP-3
                                                   VALUE  +0.
       01  WK-YOSOKU               PIC S9(11)V9(4)  COMP-3
                                                   VALUE  +0.
      *    予測精度の集計
       01  WK-SEIDO-YOSOKU         PIC S9(9)  COMP-3  VALUE   +0.
       01  WK-SEIDO-JISSEKI        PIC S9(9)  COMP-3  VALUE   +0.
       01  WK-SEIDO-GOSA           PIC S9(9)  COMP-3  VALUE   +0.
       01  WK-SEIDO-ZETTAI         PIC S9(9)  COMP-3  VALUE   +0.
       01  WK-SEIDO-RITU           PIC S9(5)V9(1)  COMP-3
                                                   VALUE  +0.
       01  WK-TOT-YOSOKU           PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-TOT-JISSEKI          PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-TOT-GOSA             PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-TOT-ZETTAI           PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-WAPE                 PIC S9(5)V9(1)  COMP-3
                                                   VALUE  +0.
       01  WK-BIAS                 PIC S9(5)V9(1)  COMP-3
                                                   VALUE  +0.
      *  需要予測表  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(20)  VALUE
                    "需要予測表".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "基準年月：".
         02  H1-KIJUN-YM          PIC  9(06).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "DATE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-DATE              PIC  9(08).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "PAGE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-PAGE-NO           PIC  Z,ZZ9.
         02  FILLER               PIC  X(40)  VALUE  SPACE.
      *  需要予測表  凡例
       01  H2-HANREI.
         02  FILLER               PIC  X(40)  VALUE
                    "季節：＊＝季節指数を適用  ".
         02  FILLER               PIC  X(40)  VALUE
                    "数量の＊＝計画担当の修正数量".
         02  FILLER               PIC  X(55)  VALUE  SPACE.
      *  需要予測表  小見出し（予測月）
       01  H3-KOMIDASHI.
         02  FILLER               PIC  X(5)   VALUE  "商品".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(20)  VALUE  "商品名".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "倉庫".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "季節".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H3-TSUKI             OCCURS  12  TIMES.
           03  FILLER             PIC  X(2).
           03  H3-MM              PIC  Z9.
           03  H3-GATSU           PIC  X(3).
           03  FILLER             PIC  X(1).
      *  需要予測表  明細
       01  D1-MEISAI.
         02  D1-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHOHIN-MEI        PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-WHS-COD           PIC  X(2).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  D1-KISETSU           PIC  X(4).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-TSUKI             OCCURS  12  TIMES.
           03  D1-SURYO           PIC  ZZZZZZ9.
           03  D1-SHUSEI          PIC  X(1).
      *  予測精度表  大見出し
       01  A1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(20)  VALUE
                    "予測精度表".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "対象年月：".
         02  A1-TAISHO-YY         PIC  9(04).
         02  A1-TAISHO-MM         PIC  9(02).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "DATE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  A1-DATE              PIC  9(08).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "PAGE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  A1-PAGE-NO           PIC  Z,ZZ9.
         02  FILLER               PIC  X(40)  VALUE  SPACE.
      *  予測精度表  小見出し
       01  A2-KOMIDASHI.
         02  FILLER               PIC  X(5)   VALUE  "商品".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(20)  VALUE  "商品名".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "倉庫".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(11)  VALUE  "   予測数量".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "修正".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(11)  VALUE  "   実績数量".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(12)  VALUE  "    誤差数量".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(7)   VALUE  " 誤差率".
         02  FILLER               PIC  X(47)  VALUE  SPACE.
      *  予測精度表  明細（誤差＝実績−予測、誤差率＝｜誤差｜／実績）
       01  A3-MEISAI.
         02  A3-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  A3-SHOHIN-MEI        PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  A3-WHS-COD           PIC  X(2).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  A3-YOSOKU            PIC  ZZZ,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  A3-SHUSEI            PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  A3-JISSEKI           PIC  ZZZ,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  A3-GOSA              PIC  -ZZZ,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  A3-RITU-G.
           03  A3-RITU            PIC  ZZZ9.9.
           03  A3-PCT             PIC  X(1).
         02  FILLER               PIC  X(47)  VALUE  SPACE.
      *  予測精度表  合計
       01  A4-GOKEI.
         02  FILLER               PIC  X(12)  VALUE  "合計".
         02  FILLER               PIC  X(8)   VALUE  "件数：".
         02  A4-SEIDO-CNT         PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(9)   VALUE  SPACE.
         02  A4-YOSOKU            PIC  ZZZ,ZZZ,ZZ9.
         02  FILLER               PIC  X(8)   VALUE  SPACE.
         02  A4-JISSEKI           PIC  ZZZ,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  A4-GOSA              PIC  -ZZZ,ZZZ,ZZ9.
         02  FILLER               PIC  X(56)  VALUE  SPACE.
       01  A5-SHIHYO.
         02  FILLER               PIC  X(28)  VALUE
                    "加重平均絶対誤差率（WAPE）：".
         02  A5-WAPE              PIC  ZZZ9.9.
         02  FILLER               PIC  X(5)   VALUE  "%    ".
         02  FILLER               PIC  X(36)  VALUE
                    "偏り（予測−実績）／実績：".
         02  A5-BIAS              PIC  -ZZZ9.9.
         02  FILLER               PIC  X(1)   VALUE  "%".
         02  FILLER               PIC  X(52)  VALUE  SPACE.
      *
      ********************************************************
      *  需要予測作成（月次）
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  MHS-READ-RTN.
           PERFORM  SHOHIN-RTN  UNTIL  MHS-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（基準年月から販売実績表と予測月表の年月を
      *  決め、計画担当の修正を需要予測へ適用する）
      ********************************************************
       INIT-RTN                    SECTION.
           DISPLAY  "*** KJBM465 START ***".
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE  A1-DATE.
           MOVE  WK-PC-YM     TO  WK-KIJUN-YM.
           ACCEPT  WK-KIJUN-YM-X
             FROM  ENVIRONMENT  "KJBM465_KIJUN_YM".
           IF  WK-KIJUN-YM-X  IS  NUMERIC
             MOVE  WK-KIJUN-YM-X  TO  WK-KIJUN-YM
           END-IF.
           IF  WK-KIJUN-MM  <  1
             OR  WK-KIJUN-MM  >  12
               DISPLAY  "*** KJBM465 KIJUN YM ERROR ***"  WK-KIJUN-YM
               MOVE  8  TO  RETURN-CODE
               STOP  RUN
           END-IF.
           MOVE  WK-KIJUN-YM  TO  H1-KIJUN-YM.
           COMPUTE  WK-BASE-TSUKI  =
                    WK-KIJUN-YY  *  12  +  WK-KIJUN-MM  -  1.
           PERFORM  HST-TSUKI-RTN
             VARYING  WK-T  FROM  1  BY  1  UNTIL  WK-T  >  24.
           PERFORM  YSK-TSUKI-RTN
             VARYING  WK-H  FROM  1  BY  1  UNTIL  WK-H  >  12.
           COMPUTE  WK-HK-TSUKI  =  WK-BASE-TSUKI  -  1.
           PERFORM  TSUKI-HENKAN-RTN.
           MOVE  WK-HK-YY  TO  WK-ZEN-YY  A1-TAISHO-YY.
           MOVE  WK-HK-MM  TO  WK-ZEN-MM  A1-TAISHO-MM.
           OPEN  INPUT   MHS-FILE.
           OPEN  I-O     JYS-FILE.
           OPEN  INPUT   IMF-FILE.
           OPEN  OUTPUT  OEF-FILE.
           OPEN  OUTPUT  ACC-FILE.
           OPEN  INPUT   JYT-FILE.
           PERFORM  JYT-RTN  UNTIL  JYT-END-FLG  =  "1".
           CLOSE  JYT-FILE.
       EXT.
           EXIT.
      ********************************************************
      *  販売実績月設定処理（実績表の各月の暦月を控える）
      ********************************************************
       HST-TSUKI-RTN               SECTION.
           COMPUTE  WK-HK-TSUKI  =  WK-BASE-TSUKI  -  25  +  WK-T.
           PERFORM  TSUKI-HENKAN-RTN.
           MOVE  WK-HK-MM  TO  WK-HST-MM  (WK-T).
       EXT.
           EXIT.
      ********************************************************
      *  予測月設定処理（予測月の年月と見出しの月を設定する）
      ********************************************************
       YSK-TSUKI-RTN               SECTION.
           COMPUTE  WK-HK-TSUKI  =  WK-BASE-TSUKI  +  WK-H  -  1.
           PERFORM  TSUKI-HENKAN-RTN.
           MOVE  WK-HK-YY  TO  WK-YSK-YY  (WK-H).
           MOVE  WK-HK-MM  TO  WK-YSK-MM  (WK-H).
           MOVE  WK-HK-MM  TO  H3-MM     (WK-H).
           MOVE  "月"      TO  H3-GATSU  (WK-H).
       EXT.
           EXIT.
      ********************************************************
      *  通し月番号変換処理（通し月番号を年・月に戻す）
      ********************************************************
       TSUKI-HENKAN-RTN            SECTION.
           DIVIDE  WK-HK-TSUKI  BY  12
             GIVING  WK-HK-YY  REMAINDER  WK-HK-MM.
           ADD  +1  TO  WK-HK-MM.
       EXT.
           EXIT.
      ********************************************************
      *  需要予測修正処理（基準年月より前の月と年月の誤りは
      *  受け付けない。予測が未作成の月は統計予測０で作る）
      ********************************************************
       JYT-RTN                     SECTION.
           READ  JYT-FILE
             AT  END
               MOVE  "1"  TO  JYT-END-FLG
               GO  TO  EXT
           END-READ.
           ADD  +1  TO  JYT-CNT.
           MOVE  JYT-YM  TO  WK-JYT-YM.
           IF  WK-JYT-YM  <  WK-KIJUN-YM
             OR  WK-JYT-MM  <  1
             OR  WK-JYT-MM  >  12
             OR  (JYT-SHUSEI-KBN  NOT  =  "1"
                  AND  JYT-SHUSEI-KBN  NOT  =  "2")
               DISPLAY  "*** JYT ERROR ***  "  JYT-SHOHIN-NO  " "
                        JYT-WHS-COD  " "  JYT-YM  " "  JYT-SHUSEI-KBN
               ADD  +1  TO  JYT-ERR-CNT
               GO  TO  EXT
           END-IF.
           MOVE  JYT-SHOHIN-NO  TO  JYS-SHOHIN-NO.
           MOVE  JYT-WHS-COD    TO  JYS-WHS-COD.
           MOVE  WK-JYT-YY      TO  JYS-YY.
           MOVE  WK-JYT-MM      TO  JYS-MM.
           READ  JYS-FILE
             INVALID  KEY
               IF  JYT-SHUSEI-KBN  =  "2"
                 GO  TO  EXT
               END-IF
               MOVE  ZERO   TO  JYS-YOSOKU-SURYO  JYS-KIJUN-YM
                                JYS-KEISAN-DATE  JYS-KISETSU-SHISU
               MOVE  SPACE  TO  JYS-REC  (59:2)
               PERFORM  JYT-SET-RTN
               WRITE  JYS-REC
                 INVALID  KEY
                   CONTINUE
               END-WRITE
             NOT  INVALID  KEY
               PERFORM  JYT-SET-RTN
               REWRITE  JYS-REC
                 INVALID  KEY
                   CONTINUE
               END-REWRITE
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  修正内容設定処理
      ********************************************************
       JYT-SET-RTN                 SECTION.
           IF  JYT-SHUSEI-KBN  =  "1"
             MOVE  "1"               TO  JYS-SHUSEI-FLG
             MOVE  JYT-SHUSEI-SURYO  TO  JYS-SHUSEI-SURYO
           ELSE
             MOVE  SPACE             TO  JYS-SHUSEI-FLG
             MOVE  ZERO              TO  JYS-SHUSEI-SURYO
           END-IF.
           MOVE  JYT-USER-ID  TO  JYS-SHUSEI-USER.
       EXT.
           EXIT.
      ********************************************************
      *  月次販売実績順次読込処理
      ********************************************************
       MHS-READ-RTN                SECTION.
           READ  MHS-FILE  NEXT
             AT  END
               MOVE  "1"  TO  MHS-END-FLG
             NOT  AT  END
               ADD  +1  TO  MHS-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  商品倉庫処理（商品＋倉庫ごとに直近２４か月の実績を表に
      *  集め、予測の作成と前月の予測精度の評価を行う）
      ********************************************************
       SHOHIN-RTN                  SECTION.
           ADD  +1  TO  GRP-CNT.
           MOVE  UF220-SHOHIN-NO  TO  WK-KEY-SHOHIN-NO.
           MOVE  UF220-WHS-COD    TO  WK-KEY-WHS-COD.
           PERFORM  HST-CLEAR-RTN
             VARYING  WK-T  FROM  1  BY  1  UNTIL  WK-T  >  24.
           PERFORM  HST-SHUKEI-RTN
             UNTIL  MHS-END-FLG  =  "1"
                OR  UF220-SHOHIN-NO  NOT  =  WK-KEY-SHOHIN-NO
                OR  UF220-WHS-COD    NOT  =  WK-KEY-WHS-COD.
           MOVE  WK-KEY-SHOHIN-NO  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               MOVE  SPACE  TO  CFSHO-SHOHIN-MEI
           END-READ.
           PERFORM  YOSOKU-RTN.
           PERFORM  SEIDO-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  販売実績表クリア処理
      ********************************************************
       HST-CLEAR-RTN               SECTION.
           MOVE  +0  TO  WK-HST-SURYO  (WK-T).
       EXT.
           EXIT.
      ********************************************************
      *  販売実績集計処理（直近２４か月の月だけを表へ入れる）
      ********************************************************
       HST-SHUKEI-RTN              SECTION.
           COMPUTE  WK-REC-TSUKI  =
                    UF220-YY  *  12  +  UF220-MM  -  1
                    -  WK-BASE-TSUKI  +  25.
           IF  WK-REC-TSUKI  >=  1
             AND  WK-REC-TSUKI  <=  24
               MOVE  WK-REC-TSUKI  TO  WK-T
               ADD  UF220-SURYO  TO  WK-HST-SURYO  (WK-T)
           END-IF.
           PERFORM  MHS-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  予測作成処理（最初に販売のあった月から前月までの実績で
      *  季節指数と水準・傾向を求め、１２か月分を書き出す）
      ********************************************************
       YOSOKU-RTN                  SECTION.
           MOVE  +0  TO  WK-KAISHI.
           PERFORM  KAISHI-RTN
             VARYING  WK-T  FROM  1  BY  1  UNTIL  WK-T  >  24.
           IF  WK-KAISHI  =  0
             ADD  +1  TO  SKIP-CNT
             GO  TO  EXT
           END-IF.
           ADD  +1  TO  YOSOKU-CNT.
           COMPUTE  WK-KIKAN  =  24  -  WK-KAISHI  +  1.
           PERFORM  SHISU-RTN.
      *    水準は最初の月の季節調整値、傾向は０から始める
           MOVE  WK-HST-MM  (WK-KAISHI)  TO  WK-C.
           IF  WK-SHISU  (WK-C)  <  WK-SHISU-MIN
             MOVE  WK-HST-SURYO  (WK-KAISHI)  TO  WK-LEVEL
           ELSE
             COMPUTE  WK-LEVEL  ROUNDED  =
                      WK-HST-SURYO  (WK-KAISHI)  /  WK-SHISU  (WK-C)
           END-IF.
           MOVE  +0  TO  WK-TREND.
           COMPUTE  WK-T-FROM  =  WK-KAISHI  +  1.
           PERFORM  HEIKATSU-RTN
             VARYING  WK-T  FROM  WK-T-FROM  BY  1  UNTIL  WK-T  >  24.
           PERFORM  YSK-KEISAN-RTN
             VARYING  WK-H  FROM  1  BY  1  UNTIL  WK-H  >  12.
           PERFORM  MEISAI-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  開始月判定処理
      ********************************************************
       KAISHI-RTN                  SECTION.
           IF  WK-KAISHI  =  0
             AND  WK-HST-SURYO  (WK-T)  >  0
               MOVE  WK-T  TO  WK-KAISHI
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  季節指数算出処理（暦月ごとの平均を全体の平均で割り、
      *  １２か月の合計が１２になるよう補正する。実績が１２か月
      *  に満たなければ全月１とする）
      ********************************************************
       SHISU-RTN                   SECTION.
           MOVE  SPACE  TO  WK-KISETSU-FLG.
           MOVE  +0     TO  WK-HST-GOKEI.
           PERFORM  SHISU-CLEAR-RTN
             VARYING  WK-C  FROM  1  BY  1  UNTIL  WK-C  >  12.
           IF  WK-KIKAN  <  WK-KISETSU-MIN
             GO  TO  EXT
           END-IF.
           PERFORM  SHISU-SHUKEI-RTN
             VARYING  WK-T  FROM  WK-KAISHI  BY  1  UNTIL  WK-T  >  24.
           COMPUTE  WK-HST-HEIKIN  ROUNDED  =
                    WK-HST-GOKEI  /  WK-KIKAN.
           IF  WK-HST-HEIKIN  NOT  >  0
             GO  TO  EXT
           END-IF.
           MOVE  +0  TO  WK-SHISU-GOKEI.
           PERFORM  SHISU-KEISAN-RTN
             VARYING  WK-C  FROM  1  BY  1  UNTIL  WK-C  >  12.
           IF  WK-SHISU-GOKEI  NOT  >  0
             PERFORM  SHISU-CLEAR-RTN
               VARYING  WK-C  FROM  1  BY  1  UNTIL  WK-C  >  12
             GO  TO  EXT
           END-IF.
           PERFORM  SHISU-HOSEI-RTN
             VARYING  WK-C  FROM  1  BY  1  UNTIL  WK-C  >  12.
           MOVE  "1"  TO  WK-KISETSU-FLG.
           ADD  +1  TO  KISETSU-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  季節指数クリア処理
      ********************************************************
       SHISU-CLEAR-RTN             SECTION.
           MOVE  +1  TO  WK-SHISU     (WK-C).
           MOVE  +0  TO  WK-KS-GOKEI  (WK-C)
                         WK-KS-KAISU  (WK-C).
       EXT.
           EXIT.
      ********************************************************
      *  季節指数集計処理（暦月別の実績合計と月数）
      ********************************************************
       SHISU-SHUKEI-RTN            SECTION.
           MOVE  WK-HST-MM  (WK-T)  TO  WK-C.
           ADD  WK-HST-SURYO  (WK-T)  TO  WK-KS-GOKEI  (WK-C)
                                          WK-HST-GOKEI.
           ADD  +1  TO  WK-KS-KAISU  (WK-C).
       EXT.
           EXIT.
      ********************************************************
      *  季節指数計算処理
      ********************************************************
       SHISU-KEISAN-RTN            SECTION.
           IF  WK-KS-KAISU  (WK-C)  >  0
             COMPUTE  WK-SHISU  (WK-C)  ROUNDED  =
                      WK-KS-GOKEI  (WK-C)  /  WK-KS-KAISU  (WK-C)
                      /  WK-HST-HEIKIN
           END-IF.
           ADD  WK-SHISU  (WK-C)  TO  WK-SHISU-GOKEI.
       EXT.
           EXIT.
      ********************************************************
      *  季節指数補正処理
      ********************************************************
       SHISU-HOSEI-RTN             SECTION.
           COMPUTE  WK-SHISU  (WK-C)  ROUNDED  =
                    WK-SHISU  (WK-C)  *  12  /  WK-SHISU-GOKEI.
       EXT.
           EXIT.
      ********************************************************
      *  平滑化処理（季節調整値で水準と傾向を更新する。季節指数
      *  がほぼ０の月は販売が無いものとして更新しない）
      ********************************************************
       HEIKATSU-RTN                SECTION.
           MOVE  WK-HST-MM  (WK-T)  TO  WK-C.
           IF  WK-SHISU  (WK-C)  <  WK-SHISU-MIN
             GO  TO  EXT
           END-IF.
           COMPUTE  WK-JOKYO  ROUNDED  =
                    WK-HST-SURYO  (WK-T)  /  WK-SHISU  (WK-C).
           MOVE  WK-LEVEL  TO  WK-LEVEL-ZEN.
           COMPUTE  WK-LEVEL  ROUNDED  =
                    WK-ALPHA  *  WK-JOKYO
                    +  (1  -  WK-ALPHA)  *  (WK-LEVEL-ZEN  +  WK-TREND).
           COMPUTE  WK-TREND  ROUNDED  =
                    WK-BETA  *  (WK-LEVEL  -  WK-LEVEL-ZEN)
                    +  (1  -  WK-BETA)  *  WK-TREND.
       EXT.
           EXIT.
      ********************************************************
      *  予測月計算処理（水準＋傾向×月数に季節指数を掛ける。
      *  負は０とし、需要予測ファイルへ書く。修正は残す）
      ********************************************************
       YSK-KEISAN-RTN              SECTION.
           MOVE  WK-YSK-MM  (WK-H)  TO  WK-C.
           COMPUTE  WK-YOSOKU  ROUNDED  =
                    (WK-LEVEL  +  WK-H  *  WK-TREND)
                    *  WK-SHISU  (WK-C).
           IF  WK-YOSOKU  <  0
             MOVE  +0  TO  WK-YOSOKU
           END-IF.
           MOVE  WK-KEY-SHOHIN-NO  TO  JYS-SHOHIN-NO.
           MOVE  WK-KEY-WHS-COD    TO  JYS-WHS-COD.
           MOVE  WK-YSK-YY  (WK-H)  TO  JYS-YY.
           MOVE  WK-YSK-MM  (WK-H)  TO  JYS-MM.
           READ  JYS-FILE
             INVALID  KEY
               MOVE  SPACE  TO  JYS-SHUSEI-FLG  JYS-SHUSEI-USER
               MOVE  SPACE  TO  JYS-REC  (59:2)
               MOVE  ZERO   TO  JYS-SHUSEI-SURYO
               PERFORM  JYS-SET-RTN
               WRITE  JYS-REC
                 INVALID  KEY
                   CONTINUE
               END-WRITE
               ADD  +1  TO  JYS-WRT-CNT
             NOT  INVALID  KEY
               PERFORM  JYS-SET-RTN
               REWRITE  JYS-REC
                 INVALID  KEY
                   CONTINUE
               END-REWRITE
               ADD  +1  TO  JYS-UPD-CNT
           END-READ.
           MOVE  JYS-YOSOKU-SURYO  TO  WK-YSK-SURYO  (WK-H).
           MOVE  SPACE             TO  D1-SHUSEI  (WK-H).
           IF  JYS-SHUSEI-FLG  =  "1"
             MOVE  JYS-SHUSEI-SURYO  TO  WK-YSK-SURYO  (WK-H)
             MOVE  "*"               TO  D1-SHUSEI  (WK-H)
           END-IF.
           MOVE  WK-YSK-SURYO  (WK-H)  TO  D1-SURYO  (WK-H).
       EXT.
           EXIT.
      ********************************************************
      *  需要予測項目設定処理
      ********************************************************
       JYS-SET-RTN                 SECTION.
           COMPUTE  JYS-YOSOKU-SURYO  ROUNDED  =  WK-YOSOKU.
           MOVE  WK-KIJUN-YM  TO  JYS-KIJUN-YM.
           MOVE  WK-PC-DATE8  TO  JYS-KEISAN-DATE.
           IF  WK-SHISU  (WK-C)  >  9.999
             MOVE  9.999  TO  JYS-KISETSU-SHISU
           ELSE
             COMPUTE  JYS-KISETSU-SHISU  ROUNDED  =  WK-SHISU  (WK-C)
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  需要予測表明細印刷処理
      ********************************************************
       MEISAI-RTN                  SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  WK-KEY-SHOHIN-NO  TO  D1-SHOHIN-NO.
           MOVE  CFSHO-SHOHIN-MEI  TO  D1-SHOHIN-MEI.
           MOVE  WK-KEY-WHS-COD    TO  D1-WHS-COD.
           IF  WK-KISETSU-FLG  =  "1"
             MOVE  "＊"   TO  D1-KISETSU
           ELSE
             MOVE  SPACE  TO  D1-KISETSU
           END-IF.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  需要予測表見出し印刷処理
      ********************************************************
       MIDASHI-RTN                 SECTION.
           MOVE  +0  TO  LINE-CNT.
           ADD   +1  TO  PAGE-CNT.
           MOVE  PAGE-CNT  TO  H1-PAGE-NO.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  H2-HANREI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  H3-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           ADD  +5  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  予測精度評価処理（前月の予測が有れば、有効な予測数量
      *  と前月の販売実績を比べて印字し、合計へ加える）
      ********************************************************
       SEIDO-RTN                   SECTION.
           MOVE  WK-KEY-SHOHIN-NO  TO  JYS-SHOHIN-NO.
           MOVE  WK-KEY-WHS-COD    TO  JYS-WHS-COD.
           MOVE  WK-ZEN-YY         TO  JYS-YY.
           MOVE  WK-ZEN-MM         TO  JYS-MM.
           READ  JYS-FILE
             INVALID  KEY
               GO  TO  EXT
           END-READ.
           ADD  +1  TO  SEIDO-CNT.
           IF  JYS-SHUSEI-FLG  =  "1"
             MOVE  JYS-SHUSEI-SURYO  TO  WK-SEIDO-YOSOKU
             MOVE  "＊"              TO  A3-SHUSEI
           ELSE
             MOVE  JYS-YOSOKU-SURYO  TO  WK-SEIDO-YOSOKU
             MOVE  SPACE             TO  A3-SHUSEI
           END-IF.
           MOVE  WK-HST-SURYO  (24)  TO  WK-SEIDO-JISSEKI.
           COMPUTE  WK-SEIDO-GOSA  =
                    WK-SEIDO-JISSEKI  -  WK-SEIDO-YOSOKU.
           MOVE  WK-SEIDO-GOSA  TO  WK-SEIDO-ZETTAI.
           IF  WK-SEIDO-ZETTAI  <  0
             COMPUTE  WK-SEIDO-ZETTAI  =  0  -  WK-SEIDO-ZETTAI
           END-IF.
           ADD  WK-SEIDO-YOSOKU   TO  WK-TOT-YOSOKU.
           ADD  WK-SEIDO-JISSEKI  TO  WK-TOT-JISSEKI.
           ADD  WK-SEIDO-GOSA     TO  WK-TOT-GOSA.
           ADD  WK-SEIDO-ZETTAI   TO  WK-TOT-ZETTAI.
           IF  ACC-LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  ACC-MIDASHI-RTN
           END-IF.
           MOVE  WK-KEY-SHOHIN-NO  TO  A3-SHOHIN-NO.
           MOVE  CFSHO-SHOHIN-MEI  TO  A3-SHOHIN-MEI.
           MOVE  WK-KEY-WHS-COD    TO  A3-WHS-COD.
           MOVE  WK-SEIDO-YOSOKU   TO  A3-YOSOKU.
           MOVE  WK-SEIDO-JISSEKI  TO  A3-JISSEKI.
           MOVE  WK-SEIDO-GOSA     TO  A3-GOSA.
      *    実績０の月は誤差率を出さない
           IF  WK-SEIDO-JISSEKI  >  0
             COMPUTE  WK-SEIDO-RITU  ROUNDED  =
                      WK-SEIDO-ZETTAI  *  100  /  WK-SEIDO-JISSEKI
               ON  SIZE  ERROR
                 MOVE  9999.9  TO  WK-SEIDO-RITU
             END-COMPUTE
             IF  WK-SEIDO-RITU  >  9999.9
               MOVE  9999.9  TO  WK-SEIDO-RITU
             END-IF
             MOVE  WK-SEIDO-RITU  TO  A3-RITU
             MOVE  "%"            TO  A3-PCT
           ELSE
             MOVE  SPACE  TO  A3-RITU-G
           END-IF.
           MOVE  A3-MEISAI  TO  ACC-REC.
           WRITE  ACC-REC  AFTER  1.
           ADD  +1  TO  ACC-LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  予測精度表見出し印刷処理
      ********************************************************
       ACC-MIDASHI-RTN             SECTION.
           MOVE  +0  TO  ACC-LINE-CNT.
           ADD   +1  TO  ACC-PAGE-CNT.
           MOVE  ACC-PAGE-CNT  TO  A1-PAGE-NO.
           MOVE  A1-OOMIDASHI  TO  ACC-REC.
           WRITE  ACC-REC  AFTER  PAGE.
           MOVE  A2-KOMIDASHI  TO  ACC-REC.
           WRITE  ACC-REC  AFTER  2.
           ADD  +3  TO  ACC-LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  予測精度合計印刷処理（加重平均絶対誤差率＝｜誤差｜の
      *  合計／実績合計、偏り＝（予測−実績）の合計／実績合計）
      ********************************************************
       ACC-GOKEI-RTN               SECTION.
           IF  ACC-LINE-CNT  +  3  >=  WK-PAGE-LINE-CNT
             PERFORM  ACC-MIDASHI-RTN
           END-IF.
           MOVE  SEIDO-CNT       TO  A4-SEIDO-CNT.
           MOVE  WK-TOT-YOSOKU   TO  A4-YOSOKU.
           MOVE  WK-TOT-JISSEKI  TO  A4-JISSEKI.
           MOVE  WK-TOT-GOSA     TO  A4-GOSA.
           MOVE  A4-GOKEI  TO  ACC-REC.
           WRITE  ACC-REC  AFTER  2.
           MOVE  +0  TO  WK-WAPE  WK-BIAS.
           IF  WK-TOT-JISSEKI  >  0
             COMPUTE  WK-WAPE  ROUNDED  =
                      WK-TOT-ZETTAI  *  100  /  WK-TOT-JISSEKI
               ON  SIZE  ERROR
                 MOVE  9999.9  TO  WK-WAPE
             END-COMPUTE
             COMPUTE  WK-BIAS  ROUNDED  =
                      (0  -  WK-TOT-GOSA)  *  100  /  WK-TOT-JISSEKI
               ON  SIZE  ERROR
                 MOVE  9999.9  TO  WK-BIAS
             END-COMPUTE
           END-IF.
           MOVE  WK-WAPE  TO  A5-WAPE.
           MOVE  WK-BIAS  TO  A5-BIAS.
           MOVE  A5-SHIHYO  TO  ACC-REC.
           WRITE  ACC-REC  AFTER  1.
           ADD  +3  TO  ACC-LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           PERFORM  ACC-GOKEI-RTN.
           CLOSE  MHS-FILE  JYS-FILE  IMF-FILE  OEF-FILE  ACC-FILE.
           DISPLAY  "*** MHS-CNT="      MHS-CNT.
           DISPLAY  "*** GRP-CNT="      GRP-CNT.
           DISPLAY  "*** YOSOKU-CNT="   YOSOKU-CNT.
           DISPLAY  "*** KISETSU-CNT="  KISETSU-CNT.
           DISPLAY  "*** SKIP-CNT="     SKIP-CNT.
           DISPLAY  "*** JYS-WRT-CNT="  JYS-WRT-CNT.
           DISPLAY  "*** JYS-UPD-CNT="  JYS-UPD-CNT.
           DISPLAY  "*** JYT-CNT="      JYT-CNT.
           DISPLAY  "*** JYT-ERR-CNT="  JYT-ERR-CNT.
           DISPLAY  "*** SEIDO-CNT="    SEIDO-CNT.
           DISPLAY  "*** KJBM465  END ***".
       EXT.
           EXIT.
