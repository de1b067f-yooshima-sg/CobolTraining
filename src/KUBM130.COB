      *  サブシステム名：売上
      *  プログラム名  ：支店別売上集計表作成
      *  作成日／作成者：２０２６年８月２３日  システム技研
      *  変更日／変更者：２０２６年１０月１５日  システム技研
      *        変更内容：全社連結・会社別の集計を選択可能にする
      ********************************************************
      *  売上ファイル（KUCF010、外部名ITF）と営業員別歩合集計
      *  （KUCF060、外部名CMF）を、営業員マスタ（KCCFEGY）の
      *  返品・歩合手当・貢献額（売上−返品−歩合）と全社合計を
      *  一枚に印字する。マスタ未登録の営業員コードの分は支店
      *  "??"の行へまとめ、取りこぼしが無いようにする。
      *  環境変数KUBM130_KAISHAが空白なら全社連結で集計し、会社
      *  コードを指定するとその会社の得意先の売上だけで集計する
      *  （会社は売上の会社コード、空白なら得意先マスタの会社
      *  コード、それも空白なら"01"）。歩合手当は営業員単位で
      *  会社の別が無いため、会社別の集計では営業員ごとの純売上
      *  に占めるその会社の純売上の割合で按分して積み上げる。
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFEGY-EIGYO-COD.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  KAI-FILE  ASSIGN  TO  EXTERNAL  KAI
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFKAI-KAISHA-COD.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                       DIVISION.
       FD  EGY-FILE.
       01  EGY-REC.
           COPY  KCCFEGY.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  KAI-FILE.
       01  KAI-REC.
           COPY  KCCFKAI.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    営業員→支店の読み替え結果（マスタ未登録は"??"）
       01  WK-BRANCH-COD          PIC   X(02)         VALUE  SPACE.
      *    会社指定（空白＝全社連結）と売上の会社コード
       01  WK-KAISHA-OPT          PIC   X(02)         VALUE  SPACE.
       01  WK-KAISHA-COD          PIC   X(02)         VALUE  SPACE.
      *    営業員別純売上（会社別集計時の歩合按分用。全社分と
      *    指定会社分）
       01  WK-EGY-MAX             PIC  S9(4)  COMP-3  VALUE  +200.
       01  WK-EGY-CNT             PIC  S9(4)  COMP-3  VALUE  +0.
       01  WK-EGY-IDX             PIC  S9(4)  COMP-3  VALUE  +0.
       01  WK-EGY-HIT             PIC  S9(4)  COMP-3  VALUE  +0.
       01  WK-EGY-TBL.
         02  WK-EGY-ENT           OCCURS  200  TIMES.
           03  WK-EGY-COD         PIC  X(04).
           03  WK-EGY-ALL         PIC  S9(11) COMP-3.
           03  WK-EGY-KAI         PIC  S9(11) COMP-3.
       01  WK-EGY-COD-KEY         PIC  X(04)          VALUE  SPACE.
       01  WK-JUN-KINGAKU         PIC  S9(11) COMP-3  VALUE  +0.
       01  WK-TEATE               PIC  S9(11) COMP-3  VALUE  +0.
       01  SKIP-CNT               PIC  S9(9)  COMP-3  VALUE  +0.
      *    支店別集計表（出現順の線形表）
       01  WK-BRN-MAX             PIC  S9(4)  COMP-3  VALUE  +10.
       01  WK-BRN-CNT             PIC  S9(4)  COMP-3  VALUE  +0.
         02  FILLER               PIC  X(4)   VALUE  "DATE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-DATE              PIC  9(08).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  H1-KAISHA-MEI        PIC  X(40)  VALUE  SPACE.
         02  FILLER               PIC  X(41)  VALUE  SPACE.
      *  小見出し
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(4)   VALUE  "支店".
           OPEN  INPUT   ITF-FILE.
           OPEN  INPUT   CMF-FILE.
           OPEN  INPUT   EGY-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-KAISHA-OPT  FROM  ENVIRONMENT  "KUBM130_KAISHA".
           IF  WK-KAISHA-OPT  =  SPACE
             MOVE  "全社連結"  TO  H1-KAISHA-MEI
           ELSE
             OPEN  INPUT   KAI-FILE
             MOVE  WK-KAISHA-OPT  TO  CFKAI-KAISHA-COD
             READ  KAI-FILE
               INVALID  KEY
                 MOVE  WK-KAISHA-OPT     TO  H1-KAISHA-MEI
               NOT  INVALID  KEY
                 MOVE  CFKAI-KAISHA-MEI  TO  H1-KAISHA-MEI
             END-READ
             CLOSE  KAI-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
           EXIT.
      ********************************************************
      *  売上集計処理（営業員コードを支店へ読み替え、受注は
      *  売上欄へ、返品等は返品欄へ積み上げる。会社別集計では
      *  営業員別純売上を控えたうえで、他社の売上は読み飛ばす）
      ********************************************************
       ITF-SHUKEI-RTN             SECTION.
           IF  WK-KAISHA-OPT  NOT  =  SPACE
             PERFORM  KAISHA-SET-RTN
             PERFORM  EGY-ADD-RTN
             IF  WK-KAISHA-COD  NOT  =  WK-KAISHA-OPT
               ADD  +1  TO  SKIP-CNT
               PERFORM  ITF-READ-RTN
               GO  TO  EXT
             END-IF
           END-IF.
           MOVE  UF010-EIGYO-COD  OF  ITF-REC  TO  CFEGY-EIGYO-COD.
           PERFORM  BRANCH-RTN.
           PERFORM  BRN-HIT-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  会社コード決定処理（売上の会社コード、空白なら得意先
      *  マスタの会社コード、それも空白なら"01"）
      ********************************************************
       KAISHA-SET-RTN             SECTION.
           MOVE  UF010-KAISHA-COD  OF  ITF-REC  TO  WK-KAISHA-COD.
           IF  WK-KAISHA-COD  =  SPACE
             MOVE  UF010-TOKU-COD  OF  ITF-REC  TO  CFTOK-TOKU-COD
             READ  TOK-FILE
               INVALID  KEY
                 CONTINUE
               NOT  INVALID  KEY
                 MOVE  CFTOK-KAISHA-COD  TO  WK-KAISHA-COD
             END-READ
           END-IF.
           IF  WK-KAISHA-COD  =  SPACE
             MOVE  "01"  TO  WK-KAISHA-COD
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  営業員別純売上積上げ処理（受注は加算、返品等は減算。
      *  指定会社の売上は会社分にも積む。表あふれは表示のみ）
      ********************************************************
       EGY-ADD-RTN                SECTION.
           MOVE  UF010-EIGYO-COD  OF  ITF-REC  TO  WK-EGY-COD-KEY.
           PERFORM  EGY-HIT-RTN.
           IF  WK-EGY-HIT  =  +0
             GO  TO  EXT
           END-IF.
           IF  UF010-DATA-KBN  OF  ITF-REC  =  "1"
             MOVE  UF010-KINGAKU  OF  ITF-REC  TO  WK-JUN-KINGAKU
           ELSE
             COMPUTE  WK-JUN-KINGAKU  =
                      UF010-KINGAKU  OF  ITF-REC  *  -1
           END-IF.
           ADD  WK-JUN-KINGAKU  TO  WK-EGY-ALL  (WK-EGY-HIT).
           IF  WK-KAISHA-COD  =  WK-KAISHA-OPT
             ADD  WK-JUN-KINGAKU  TO  WK-EGY-KAI  (WK-EGY-HIT)
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  営業員表引き当て処理（WK-EGY-COD-KEYの行を探し、無ければ
      *  追加する）
      ********************************************************
       EGY-HIT-RTN                SECTION.
           MOVE  +0  TO  WK-EGY-HIT.
           PERFORM  EGY-SRCH-RTN
             VARYING  WK-EGY-IDX  FROM  1  BY  1
               UNTIL  WK-EGY-IDX  >  WK-EGY-CNT
                  OR  WK-EGY-HIT  NOT  =  +0.
           IF  WK-EGY-HIT  =  +0
             IF  WK-EGY-CNT  <  WK-EGY-MAX
               ADD  +1  TO  WK-EGY-CNT
               MOVE  WK-EGY-CNT      TO  WK-EGY-HIT
               MOVE  WK-EGY-COD-KEY  TO  WK-EGY-COD  (WK-EGY-HIT)
               MOVE  +0              TO  WK-EGY-ALL  (WK-EGY-HIT)
               MOVE  +0              TO  WK-EGY-KAI  (WK-EGY-HIT)
             ELSE
               DISPLAY  "*** KUBM130 EGY-TBL OVERFLOW "
                        WK-EGY-COD-KEY  " ***"
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  営業員表検索処理
      ********************************************************
       EGY-SRCH-RTN               SECTION.
           IF  WK-EGY-COD  (WK-EGY-IDX)  =  WK-EGY-COD-KEY
             MOVE  WK-EGY-IDX  TO  WK-EGY-HIT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  歩合集計ファイル入力処理
      ********************************************************
       CMF-READ-RTN               SECTION.
       EXT.
           EXIT.
      ********************************************************
      *  歩合集計処理（営業員別の手当を支店へ積み上げる。会社別
      *  集計では営業員の純売上に占める指定会社分の割合で按分
      *  する。純売上がゼロ以下の営業員は按分せず計上しない）
      ********************************************************
       CMF-SHUKEI-RTN             SECTION.
           MOVE  UF060-TEATE  TO  WK-TEATE.
           IF  WK-KAISHA-OPT  NOT  =  SPACE
             MOVE  UF060-EIGYO-COD  TO  WK-EGY-COD-KEY
             PERFORM  EGY-HIT-RTN
             IF  WK-EGY-HIT  =  +0
               MOVE  +0  TO  WK-TEATE
             ELSE
               IF  WK-EGY-ALL  (WK-EGY-HIT)  >  +0
                 COMPUTE  WK-TEATE  ROUNDED  =
                          UF060-TEATE  *  WK-EGY-KAI  (WK-EGY-HIT)
                                       /  WK-EGY-ALL  (WK-EGY-HIT)
               ELSE
                 MOVE  +0  TO  WK-TEATE
               END-IF
             END-IF
           END-IF.
           MOVE  UF060-EIGYO-COD  TO  CFEGY-EIGYO-COD.
           PERFORM  BRANCH-RTN.
           PERFORM  BRN-HIT-RTN.
           IF  WK-BRN-HIT  NOT  =  +0
             ADD  WK-TEATE  TO  WK-BRN-TEATE  (WK-BRN-HIT)
             ADD  WK-TEATE  TO  WK-ALL-TEATE
           END-IF.
           PERFORM  CMF-READ-RTN.
       EXT.
       EXT.
           EXIT.
      ********************************************************
      *  印刷処理（支店別明細の後に全社合計行を印字する。会社
      *  別集計では合計行を「合計」とする）
      ********************************************************
       INSATU-RTN                 SECTION.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
             VARYING  WK-BRN-IDX  FROM  1  BY  1
               UNTIL  WK-BRN-IDX  >  WK-BRN-CNT.
           MOVE  SPACE  TO  D1-MEISAI.
           IF  WK-KAISHA-OPT  =  SPACE
             MOVE  "全社"  TO  D1-BRN-COD
           ELSE
             MOVE  "合計"  TO  D1-BRN-COD
           END-IF.
           MOVE  WK-ALL-URIAGE  TO  D1-URIAGE.
           MOVE  WK-ALL-HENPIN  TO  D1-HENPIN.
           MOVE  WK-ALL-TEATE   TO  D1-TEATE.
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  ITF-FILE  CMF-FILE  EGY-FILE  TOK-FILE  OEF-FILE.
           DISPLAY  "*** ITF-CNT="  ITF-CNT.
           DISPLAY  "*** SKIP-CNT=" SKIP-CNT.
           DISPLAY  "*** CMF-CNT="  CMF-CNT.
           DISPLAY  "*** OEF-CNT="  OEF-CNT.
           DISPLAY  "*** KUBM130  END ***".
