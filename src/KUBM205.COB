      * サブシステム名：売上
      * プログラム名  ：与信エクスポージャレポート作成
      * 作成日／作成者：２０２６年９月　２日  システム技研
      * 変更日／変更者：２０２６年１０月１５日  システム技研
      *       変更内容：取立前の受取手形・電子記録債権を露出に加算
      ********************************************************
      *  与信チェック（KJBM040）が見る売掛残高に加えて、仕掛り中
      *  の受注パイプラインを含めた実質与信露出を得意先別に一覧
      *  　・RLO　　　：リリース待ち控え（KJBM185）
      *  　・HLD　　　：支払保留控え（KUBM010）
      *  　・SPO　　　：出荷確認待ち控え＝出荷前・売上未計上分
      *  受取手形台帳（KUCF150）のうち取立前の手形（保有中、
      *  および満期日未到来の割引済・裏書譲渡済）も、手形が落ち
      *  るまでは回収リスクが残るため手形残として加える。
      *  露出合計＝売掛残高＋手形残＋パイプライン。与信限度額に
      *  対する使用率が警告しきい値（システムパラメタ
      *  KU-EXPOSURE-WARN％、既定値80％）以上の得意先は警告印を
      *  付けて、限度超過前に与信管理が手を打てるようにする
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  TGT-FILE  ASSIGN  TO  EXTERNAL  TGT
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  TGT-KEY.
           SELECT  PRM-FILE  ASSIGN  TO  EXTERNAL  PRM
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  TGT-FILE.
       01  TGT-REC.
           COPY  KUCF150.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY  KCCFPRM.
       01  HLD-END-FLG            PIC  X(1)          VALUE  "0".
       01  SPO-END-FLG            PIC  X(1)          VALUE  "0".
       01  TOK-END-FLG            PIC  X(1)          VALUE  "0".
       01  TGT-END-FLG            PIC  X(1)          VALUE  "0".
       01  PIPE-CNT               PIC S9(9)  COMP-3  VALUE  +0.
       01  TOK-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  KEIKOKU-CNT            PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-SRCH-TOKU-COD       PIC  X(04)          VALUE  SPACE.
       01  WK-SRCH-KINGAKU        PIC S9(09)          VALUE  ZERO.
       01  WK-PIPE-GAKU           PIC S9(11)          VALUE  ZERO.
       01  WK-TEGATA-GAKU         PIC S9(11)          VALUE  ZERO.
       01  WK-EXPOSURE            PIC S9(11)          VALUE  ZERO.
       01  WK-USE-RITU            PIC  9(05)          VALUE  ZERO.
      *  大見出し
         02  FILLER               PIC  X(6)   VALUE  "得意先".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "売掛残高".
         02  FILLER               PIC  X(7)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "手形残".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(12)  VALUE
                "パイプライン".
         02  FILLER               PIC  X(8)   VALUE  "使用率％".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "警告".
         02  FILLER               PIC  X(60)  VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-ZAN               PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-TEGATA            PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-PIPE              PIC  Z,ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-EXPOSURE          PIC  Z,ZZZ,ZZZ,ZZ9-.
         02  D1-USE-RITU          PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-KEIKOKU           PIC  X(2).
         02  FILLER               PIC  X(61)  VALUE  SPACE.
      *
      ********************************************************
      *  与信エクスポージャレポート作成
           OPEN  INPUT   IT1-FILE  IT3-FILE  RLO-FILE  HLD-FILE
                         SPO-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  INPUT   TGT-FILE.
           OPEN  INPUT   PRM-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
                 TO  WK-PIPE-GAKU
             END-IF
           END-PERFORM.
           PERFORM  TEGATA-SUM-RTN.
           IF  CFTOK-URIKAKE-ZAN  =  ZERO
             AND  WK-PIPE-GAKU  =  ZERO
             AND  WK-TEGATA-GAKU  =  ZERO
               GO  TO  NEXT-READ
           END-IF.
           COMPUTE  WK-EXPOSURE  =
                    CFTOK-URIKAKE-ZAN  +  WK-TEGATA-GAKU
                                       +  WK-PIPE-GAKU.
           IF  CFTOK-CREDIT-LIMIT  >  ZERO
             COMPUTE  WK-USE-RITU  ROUNDED  =
                      WK-EXPOSURE  *  100  /  CFTOK-CREDIT-LIMIT
           END-IF.
           MOVE  CFTOK-TOKU-COD      TO  D1-TOKU-COD.
           MOVE  CFTOK-URIKAKE-ZAN   TO  D1-ZAN.
           MOVE  WK-TEGATA-GAKU      TO  D1-TEGATA.
           MOVE  WK-PIPE-GAKU        TO  D1-PIPE.
           MOVE  WK-EXPOSURE         TO  D1-EXPOSURE.
           MOVE  CFTOK-CREDIT-LIMIT  TO  D1-LIMIT.
       EXT.
           EXIT.
      ********************************************************
      *  手形残集計処理（得意先の受取手形台帳を読み、取立前の
      *  手形の金額を合計する）
      ********************************************************
       TEGATA-SUM-RTN             SECTION.
           MOVE  ZERO  TO  WK-TEGATA-GAKU.
           MOVE  "0"             TO  TGT-END-FLG.
           MOVE  CFTOK-TOKU-COD  TO  TGT-TOKU-COD.
           MOVE  LOW-VALUE       TO  TGT-TEGATA-NO.
           START  TGT-FILE  KEY  >=  TGT-KEY
             INVALID  KEY
               MOVE  "1"  TO  TGT-END-FLG
           END-START.
           PERFORM  TEGATA-SCAN-RTN  UNTIL  TGT-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  手形残走査処理（保有中、または満期日未到来の割引済・
      *  裏書譲渡済を取立前とみなす）
      ********************************************************
       TEGATA-SCAN-RTN            SECTION.
           READ  TGT-FILE  NEXT
             AT  END
               MOVE  "1"  TO  TGT-END-FLG
             NOT  AT  END
               IF  TGT-TOKU-COD  NOT  =  CFTOK-TOKU-COD
                 MOVE  "1"  TO  TGT-END-FLG
               ELSE
                 IF  TGT-STATUS  =  "0"
                   OR  ((TGT-STATUS  =  "2"  OR  "3")
                        AND  TGT-MANKI-DATE  >=  WK-PC-DATE8)
                     ADD  TGT-KINGAKU  TO  WK-TEGATA-GAKU
                 END-IF
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  見出し印刷処理
      ********************************************************
       MIDASHI-RTN                SECTION.
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  IT1-FILE  IT3-FILE  RLO-FILE  HLD-FILE  SPO-FILE
                  TOK-FILE  TGT-FILE  PRM-FILE  OEF-FILE.
           DISPLAY  "*** PIPE-CNT="  PIPE-CNT.
           DISPLAY  "*** TOK-CNT="   TOK-CNT.
           DISPLAY  "*** KEIKOKU="   KEIKOKU-CNT.
