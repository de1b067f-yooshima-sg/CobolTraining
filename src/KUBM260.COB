       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM260.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：貸倒引当金計上
      * 作成日／作成者：２０２６年１０月１５日  システム技研
      * 変更日／変更者：２０２６年１０月１５日  システム技研
      *       変更内容：ＧＬ仕訳の会社コード項目追加に対応
      *               ：引当金仕訳を得意先の会社へ計上
      *               ：小見出し・合計行の長さを訂正
      ********************************************************
      *  月末に売掛オープンアイテム（KUCF135）の未消込残を得意先
      *  ごとに支払期日からの経過日数で年齢区分（期日内／３０日
      *  ／６０日／９０日／９０日超）へ分け、区分別の引当率を
      *  掛けて貸倒引当金の必要額を求める。得意先マスタの貸倒
      *  区分（CFTOK-HASAN-KBN）が破産・法的手続中の得意先は
      *  年齢によらず未消込残の１００％を個別に引き当てる。
      *  貸倒引当金残高（KUCF165）の計上済額との差額を、増加は
      *  借方：貸倒引当金繰入額／貸方：貸倒引当金、減少は借方：
      *  貸倒引当金／貸方：貸倒引当金戻入額としてGLF（KUCF050
      *  形式）へ得意先の会社の仕訳として書き出し、残高を必要
      *  額へ更新する。未消込残の無くなった得意先の計上済額は
      *  全額戻し入れる。
      *  引当率はシステムパラメタ（UR-HIKIATE-0〜4）で変更でき、
      *  未登録の区分はコンパイル時の既定率で計算する
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
           SELECT  HKT-FILE  ASSIGN  TO  EXTERNAL  HKT
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  HKT-TOKU-COD.
           SELECT  PRM-FILE  ASSIGN  TO  EXTERNAL  PRM
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  CFPRM-PARM-KEY.
           SELECT  GLF-FILE  ASSIGN  TO  EXTERNAL  GLF.
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
       FD  HKT-FILE.
       01  HKT-REC.
           COPY  KUCF165.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY  KCCFPRM.
       FD  GLF-FILE.
       01  GLF-REC.
           COPY  KUCF050.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE            SECTION.
       01  OPI-END-FLG            PIC  X(1)          VALUE  "0".
       01  HKT-END-FLG            PIC  X(1)          VALUE  "0".
       01  OPI-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  TOKU-CNT               PIC S9(9)  COMP-3  VALUE  +0.
       01  KOBETSU-CNT            PIC S9(9)  COMP-3  VALUE  +0.
       01  MODOSHI-CNT            PIC S9(9)  COMP-3  VALUE  +0.
       01  GLF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT       PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
       01  WK-PC-INT              PIC  9(08)          VALUE  ZERO.
      *    年齢区分別引当率（０＝期日内、１＝３０日以内、２＝６０
      *    日以内、３＝９０日以内、４＝９０日超。システムパラメタ
      *    UR-HIKIATE-n の登録があれば置き換える）
       01  WK-RITSU-TBL-V.
         02  FILLER               PIC  9(02)V9(02)  VALUE  01.00.
         02  FILLER               PIC  9(02)V9(02)  VALUE  05.00.
         02  FILLER               PIC  9(02)V9(02)  VALUE  10.00.
         02  FILLER               PIC  9(02)V9(02)  VALUE  25.00.
         02  FILLER               PIC  9(02)V9(02)  VALUE  50.00.
       01  WK-RITSU-TBL  REDEFINES  WK-RITSU-TBL-V.
         02  WK-RITSU             PIC  9(02)V9(02)  OCCURS  5  TIMES.
       01  WK-PRM-END-FLG         PIC  X(01)          VALUE  "0".
       01  WK-PRM-RATE-4          PIC  9(04)          VALUE  ZERO.
       01  WK-PRM-IDX             PIC  9(01)          VALUE  ZERO.
      *    得意先ごとの年齢区分別未消込残
       01  WK-TOKU-COD            PIC  X(04)          VALUE  SPACE.
       01  WK-BKT-TBL.
         02  WK-BKT-GAKU          PIC S9(09)  OCCURS  5  TIMES.
       01  WK-BKT-IDX             PIC  9(01)          VALUE  ZERO.
       01  WK-KEIKA-DAYS          PIC S9(07)          VALUE  ZERO.
      *    引当必要額・計上済額・差額
       01  WK-OPEN-GOKEI          PIC S9(09)          VALUE  ZERO.
       01  WK-HITSUYO-GAKU        PIC S9(09)          VALUE  ZERO.
       01  WK-BKT-HIKIATE         PIC S9(09)          VALUE  ZERO.
       01  WK-ZENKAI-GAKU         PIC S9(09)          VALUE  ZERO.
       01  WK-SAGAKU              PIC S9(09)          VALUE  ZERO.
       01  WK-GL-GAKU             PIC S9(09)          VALUE  ZERO.
       01  WK-KOBETSU-FLG         PIC  X(01)          VALUE  SPACE.
       01  WK-HKT-ARI-FLG         PIC  X(01)          VALUE  SPACE.
      *    合計
       01  WK-HITSUYO-GOKEI       PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-ZENKAI-GOKEI        PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-SAGAKU-GOKEI        PIC S9(11)  COMP-3  VALUE  +0.
      *    勘定科目（貸倒引当金繰入額／貸倒引当金／戻入額）
       01  WK-KAMOKU-KURIIRE      PIC  X(6)           VALUE  "735100".
       01  WK-KAMOKU-KURIIRE-MEI  PIC  X(20)          VALUE
                                     "貸倒引当金繰入額".
       01  WK-KAMOKU-HIKIATE      PIC  X(6)           VALUE  "149900".
       01  WK-KAMOKU-HIKIATE-MEI  PIC  X(20)          VALUE
                                     "貸倒引当金".
       01  WK-KAMOKU-MODOSHI      PIC  X(6)           VALUE  "719100".
       01  WK-KAMOKU-MODOSHI-MEI  PIC  X(20)          VALUE
                                     "貸倒引当金戻入額".
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(32)  VALUE
                "貸倒引当金計上リスト".
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
         02  FILLER               PIC  X(4)   VALUE  "区分".
         02  FILLER               PIC  X(7)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "期日内".
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "〜３０日".
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "〜６０日".
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "〜９０日".
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "９０日超".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "引当必要額".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "前回引当額".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "繰入・戻入".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-TOKU-MEI          PIC  X(20).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-KBN               PIC  X(4).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-BKT-ENT           OCCURS  5  TIMES.
           03  FILLER             PIC  X(1).
           03  D1-BKT             PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-HITSUYO           PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-ZENKAI            PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-SAGAKU            PIC  ZZZ,ZZZ,ZZ9-.
      *  合計
       01  D2-GOKEI.
         02  FILLER               PIC  X(20)  VALUE
                "＊＊引当金合計＊＊".
         02  FILLER               PIC  X(77)  VALUE  SPACE.
         02  D2-HITSUYO           PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D2-ZENKAI            PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D2-SAGAKU            PIC  ZZZ,ZZZ,ZZ9-.
      *
      ********************************************************
      *  貸倒引当金計上
      ********************************************************
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  OPI-READ-RTN.
           PERFORM  TOKU-RTN  UNTIL  OPI-END-FLG  =  "1".
           PERFORM  MODOSHI-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KUBM260 START ***".
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           COMPUTE  WK-PC-INT  =
                    FUNCTION  INTEGER-OF-DATE  (WK-PC-DATE8).
           PERFORM  PRM-LOAD-RTN.
           OPEN  INPUT   OPI-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  I-O     HKT-FILE.
           OPEN  OUTPUT  GLF-FILE.
           OPEN  OUTPUT  OEF-FILE.
       EXT.
           EXIT.
      ********************************************************
      *  システムパラメタ読込処理（年齢区分別引当率（UR-HIKIATE-
      *  n）を適用開始日の到来した行だけ読み込む。未登録の区分は
      *  コンパイル時の既定率のまま動く）
      ********************************************************
       PRM-LOAD-RTN               SECTION.
           OPEN  INPUT  PRM-FILE.
           MOVE  "0"  TO  WK-PRM-END-FLG.
           MOVE  "UR-HIKIATE-"  TO  CFPRM-PARM-KEY.
           START  PRM-FILE  KEY  >=  CFPRM-PARM-KEY
             INVALID  KEY
               MOVE  "1"  TO  WK-PRM-END-FLG
           END-START.
           PERFORM  PRM-READ-RTN  UNTIL  WK-PRM-END-FLG  =  "1".
           CLOSE  PRM-FILE.
       EXT.
           EXIT.
      ********************************************************
      *  システムパラメタ順次読込処理
      ********************************************************
       PRM-READ-RTN               SECTION.
           READ  PRM-FILE  NEXT
             AT  END
               MOVE  "1"  TO  WK-PRM-END-FLG
               GO  TO  EXT
           END-READ.
           IF  CFPRM-PARM-KEY  (1:11)  NOT  =  "UR-HIKIATE-"
             MOVE  "1"  TO  WK-PRM-END-FLG
             GO  TO  EXT
           END-IF.
           IF  CFPRM-EFF-DATE  NOT  =  ZERO
             AND  CFPRM-EFF-DATE  >  WK-PC-DATE8
             GO  TO  EXT
           END-IF.
           IF  CFPRM-VALUE  (1:4)  NOT  NUMERIC
             OR  CFPRM-PARM-KEY  (12:1)  NOT  NUMERIC
             GO  TO  EXT
           END-IF.
           MOVE  CFPRM-PARM-KEY  (12:1)  TO  WK-PRM-IDX.
           IF  WK-PRM-IDX  >  4
             GO  TO  EXT
           END-IF.
           MOVE  CFPRM-VALUE  (1:4)  TO  WK-PRM-RATE-4.
           COMPUTE  WK-RITSU  (WK-PRM-IDX  +  1)
                    =  WK-PRM-RATE-4  /  100.
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
      *  得意先別処理（同一得意先の未消込請求を年齢区分へ集計し、
      *  得意先が替わったところで引当額を計上する）
      ********************************************************
       TOKU-RTN                   SECTION.
           MOVE  OPI-TOKU-COD  TO  WK-TOKU-COD.
           INITIALIZE  WK-BKT-TBL.
           PERFORM  BKT-RTN
             UNTIL  OPI-END-FLG  =  "1"
                 OR  OPI-TOKU-COD  NOT  =  WK-TOKU-COD.
           PERFORM  KEIJO-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  年齢区分集計処理（支払期日からの経過日数で区分する。
      *  期日未設定の請求は期日内とみなす）
      ********************************************************
       BKT-RTN                    SECTION.
           IF  OPI-OPEN-GAKU  <=  ZERO
             GO  TO  NEXT-READ
           END-IF.
           MOVE  ZERO  TO  WK-KEIKA-DAYS.
           IF  OPI-DUE-DATE  IS  NUMERIC
             AND  OPI-DUE-DATE  NOT  =  ZERO
               COMPUTE  WK-KEIKA-DAYS  =  WK-PC-INT  -
                        FUNCTION  INTEGER-OF-DATE  (OPI-DUE-DATE)
           END-IF.
           EVALUATE  TRUE
             WHEN  WK-KEIKA-DAYS  <=  0
               MOVE  1  TO  WK-BKT-IDX
             WHEN  WK-KEIKA-DAYS  <=  30
               MOVE  2  TO  WK-BKT-IDX
             WHEN  WK-KEIKA-DAYS  <=  60
               MOVE  3  TO  WK-BKT-IDX
             WHEN  WK-KEIKA-DAYS  <=  90
               MOVE  4  TO  WK-BKT-IDX
             WHEN  OTHER
               MOVE  5  TO  WK-BKT-IDX
           END-EVALUATE.
           ADD  OPI-OPEN-GAKU  TO  WK-BKT-GAKU  (WK-BKT-IDX).
       NEXT-READ.
           PERFORM  OPI-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  引当計上処理（必要額と計上済額の差額を繰入・戻入する）
      ********************************************************
       KEIJO-RTN                  SECTION.
           ADD  +1  TO  TOKU-CNT.
           MOVE  ZERO   TO  WK-OPEN-GOKEI.
           MOVE  ZERO   TO  WK-HITSUYO-GAKU.
           MOVE  SPACE  TO  WK-KOBETSU-FLG.
           MOVE  WK-TOKU-COD  TO  CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               MOVE  SPACE  TO  CFTOK-TOKU-MEI
               MOVE  SPACE  TO  CFTOK-HASAN-KBN
               MOVE  SPACE  TO  CFTOK-KAISHA-COD
           END-READ.
           IF  CFTOK-HASAN-KBN  =  "1"  OR  "2"
             MOVE  "1"  TO  WK-KOBETSU-FLG
             ADD  +1  TO  KOBETSU-CNT
           END-IF.
           PERFORM  HIKIATE-KEISAN-RTN
             VARYING  WK-BKT-IDX  FROM  1  BY  1
               UNTIL  WK-BKT-IDX  >  5.
           IF  WK-KOBETSU-FLG  =  "1"
             MOVE  WK-OPEN-GOKEI  TO  WK-HITSUYO-GAKU
           END-IF.
           PERFORM  HKT-KOSHIN-RTN.
           PERFORM  MEISAI-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  区分別引当額計算処理
      ********************************************************
       HIKIATE-KEISAN-RTN         SECTION.
           ADD  WK-BKT-GAKU  (WK-BKT-IDX)  TO  WK-OPEN-GOKEI.
           COMPUTE  WK-BKT-HIKIATE  ROUNDED  =
                    WK-BKT-GAKU  (WK-BKT-IDX)
                    *  WK-RITSU  (WK-BKT-IDX)  /  100.
           ADD  WK-BKT-HIKIATE  TO  WK-HITSUYO-GAKU.
       EXT.
           EXIT.
      ********************************************************
      *  引当金残高更新処理（計上済額を読み、差額の仕訳を出力
      *  して必要額へ置き換える）
      ********************************************************
       HKT-KOSHIN-RTN             SECTION.
           MOVE  SPACE        TO  WK-HKT-ARI-FLG.
           MOVE  ZERO         TO  WK-ZENKAI-GAKU.
           MOVE  WK-TOKU-COD  TO  HKT-TOKU-COD.
           READ  HKT-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               MOVE  "1"              TO  WK-HKT-ARI-FLG
               MOVE  HKT-HIKIATE-ZAN  TO  WK-ZENKAI-GAKU
           END-READ.
           COMPUTE  WK-SAGAKU  =  WK-HITSUYO-GAKU  -  WK-ZENKAI-GAKU.
           IF  WK-SAGAKU  >  ZERO
      *      借方：貸倒引当金繰入額／貸方：貸倒引当金
             MOVE  WK-SAGAKU  TO  WK-GL-GAKU
             MOVE  "1"                     TO  GLJ-KASHIKARI-KBN
             MOVE  WK-KAMOKU-KURIIRE       TO  GLJ-KAMOKU-COD
             MOVE  WK-KAMOKU-KURIIRE-MEI   TO  GLJ-KAMOKU-MEI
             PERFORM  GLF-WRITE-RTN
             MOVE  "2"                     TO  GLJ-KASHIKARI-KBN
             MOVE  WK-KAMOKU-HIKIATE       TO  GLJ-KAMOKU-COD
             MOVE  WK-KAMOKU-HIKIATE-MEI   TO  GLJ-KAMOKU-MEI
             PERFORM  GLF-WRITE-RTN
           END-IF.
           IF  WK-SAGAKU  <  ZERO
      *      借方：貸倒引当金／貸方：貸倒引当金戻入額
             COMPUTE  WK-GL-GAKU  =  WK-SAGAKU  *  -1
             MOVE  "1"                     TO  GLJ-KASHIKARI-KBN
             MOVE  WK-KAMOKU-HIKIATE       TO  GLJ-KAMOKU-COD
             MOVE  WK-KAMOKU-HIKIATE-MEI   TO  GLJ-KAMOKU-MEI
             PERFORM  GLF-WRITE-RTN
             MOVE  "2"                     TO  GLJ-KASHIKARI-KBN
             MOVE  WK-KAMOKU-MODOSHI       TO  GLJ-KAMOKU-COD
             MOVE  WK-KAMOKU-MODOSHI-MEI   TO  GLJ-KAMOKU-MEI
             PERFORM  GLF-WRITE-RTN
           END-IF.
           MOVE  WK-HITSUYO-GAKU  TO  HKT-HIKIATE-ZAN.
           MOVE  WK-KOBETSU-FLG   TO  HKT-KOBETSU-FLG.
           MOVE  WK-PC-DATE8      TO  HKT-KEIJO-DATE.
           IF  WK-HKT-ARI-FLG  =  "1"
             REWRITE  HKT-REC
           ELSE
             IF  WK-HITSUYO-GAKU  NOT  =  ZERO
               WRITE  HKT-REC
             END-IF
           END-IF.
           ADD  WK-HITSUYO-GAKU  TO  WK-HITSUYO-GOKEI.
           ADD  WK-ZENKAI-GAKU   TO  WK-ZENKAI-GOKEI.
           ADD  WK-SAGAKU        TO  WK-SAGAKU-GOKEI.
       EXT.
           EXIT.
      ********************************************************
      *  全額戻入処理（今回の計上で更新されなかった残高、すなわ
      *  ち未消込残の無くなった得意先の計上済額を戻し入れる）
      ********************************************************
       MODOSHI-RTN                SECTION.
           MOVE  "0"        TO  HKT-END-FLG.
           MOVE  LOW-VALUE  TO  HKT-TOKU-COD.
           START  HKT-FILE  KEY  >=  HKT-TOKU-COD
             INVALID  KEY
               MOVE  "1"  TO  HKT-END-FLG
           END-START.
           PERFORM  MODOSHI-SCAN-RTN  UNTIL  HKT-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  全額戻入走査処理
      ********************************************************
       MODOSHI-SCAN-RTN           SECTION.
           READ  HKT-FILE  NEXT
             AT  END
               MOVE  "1"  TO  HKT-END-FLG
               GO  TO  EXT
           END-READ.
           IF  HKT-KEIJO-DATE  =  WK-PC-DATE8
             OR  HKT-HIKIATE-ZAN  =  ZERO
               GO  TO  EXT
           END-IF.
           ADD  +1  TO  MODOSHI-CNT.
           MOVE  HKT-TOKU-COD  TO  WK-TOKU-COD.
           INITIALIZE  WK-BKT-TBL.
           PERFORM  KEIJO-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  明細印字処理
      ********************************************************
       MEISAI-RTN                 SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  SPACE           TO  D1-MEISAI.
           MOVE  WK-TOKU-COD     TO  D1-TOKU-COD.
           MOVE  CFTOK-TOKU-MEI  TO  D1-TOKU-MEI.
           IF  WK-KOBETSU-FLG  =  "1"
             MOVE  "個別"  TO  D1-KBN
           ELSE
             MOVE  "一般"  TO  D1-KBN
           END-IF.
           PERFORM  BKT-EDIT-RTN
             VARYING  WK-BKT-IDX  FROM  1  BY  1
               UNTIL  WK-BKT-IDX  >  5.
           MOVE  WK-HITSUYO-GAKU  TO  D1-HITSUYO.
           MOVE  WK-ZENKAI-GAKU   TO  D1-ZENKAI.
           MOVE  WK-SAGAKU        TO  D1-SAGAKU.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  年齢区分金額編集処理
      ********************************************************
       BKT-EDIT-RTN               SECTION.
           MOVE  WK-BKT-GAKU  (WK-BKT-IDX)  TO  D1-BKT  (WK-BKT-IDX).
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
      *  仕訳出力処理（伝票年月は実行日の年月）
      ********************************************************
       GLF-WRITE-RTN              SECTION.
           MOVE  WK-PC-DATE8 (1:6)  TO  GLJ-DENPYO-YM.
           MOVE  WK-TOKU-COD        TO  GLJ-TOKU-COD.
           MOVE  WK-GL-GAKU         TO  GLJ-KINGAKU.
           MOVE  SPACE              TO  GLJ-HOJO-COD.
           MOVE  CFTOK-KAISHA-COD   TO  GLJ-KAISHA-COD.
           WRITE  GLF-REC.
           ADD  +1  TO  GLF-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           IF  PAGE-CNT  =  ZERO
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  WK-HITSUYO-GOKEI  TO  D2-HITSUYO.
           MOVE  WK-ZENKAI-GOKEI   TO  D2-ZENKAI.
           MOVE  WK-SAGAKU-GOKEI   TO  D2-SAGAKU.
           MOVE  D2-GOKEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           CLOSE  OPI-FILE  TOK-FILE  HKT-FILE  GLF-FILE  OEF-FILE.
           DISPLAY  "*** OPI-CNT="   OPI-CNT.
           DISPLAY  "*** TOKU-CNT="  TOKU-CNT.
           DISPLAY  "*** KOBETSU="   KOBETSU-CNT.
           DISPLAY  "*** MODOSHI="   MODOSHI-CNT.
           DISPLAY  "*** GLF-CNT="   GLF-CNT.
           DISPLAY  "*** KUBM260  END ***".
       EXT.
           EXIT.
