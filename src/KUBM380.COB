       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM380.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：ＧＬ仕訳会社別抽出
      * 作成日／作成者：２０２６年１０月１５日  システム技研
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *  各業務が書き出したＧＬ仕訳抽出（KUCF050連結）から、環境
      *  変数KUBM380_KAISHAで指定した会社（省略時"01"）の仕訳
      *  だけを抜き出し、会社コードを埋めた同じ形式の会社別ＧＬ
      *  抽出（外部名GLO）を作成する。会計システムへはこの会社別
      *  抽出を会社ごとに渡す。仕訳の会社は次の順に決める。
      *  　・仕訳に会社コードがあればその会社
      *  　・空白で得意先コードの付く仕訳は得意先マスタの会社
      *  　　コード（得意先未登録・会社コード空白は"01"）
      *  　・空白で得意先コードの無い仕訳（仕入・在庫等の全社共通
      *  　　の仕訳）は"01"
      *  指定会社が会社マスタ（KCCFKAI）に無い場合は何も出力せず
      *  に異常終了する。抽出した仕訳の件数・借方／貸方合計と
      *  貸借差額を管理リストへ印字し、差額があれば警告を表示
      *  する
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  GLF-FILE  ASSIGN  TO  EXTERNAL  GLF.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  KAI-FILE  ASSIGN  TO  EXTERNAL  KAI
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFKAI-KAISHA-COD.
           SELECT  GLO-FILE  ASSIGN  TO  EXTERNAL  GLO.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  GLF-FILE.
       01  GLF-REC.
           COPY  KUCF050.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  KAI-FILE.
       01  KAI-REC.
           COPY  KCCFKAI.
      *    会社別ＧＬ抽出（KUCF050と同じ形式）
       FD  GLO-FILE.
       01  GLO-REC                PIC  X(54).
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE            SECTION.
       01  GLF-END-FLG            PIC  X(1)          VALUE  "0".
       01  GLF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  GLO-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  TOK-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    抽出対象の会社と仕訳の会社コード
       01  WK-KAISHA-OPT          PIC  X(02)          VALUE  SPACE.
       01  WK-KAISHA-COD          PIC  X(02)          VALUE  SPACE.
      *    貸借合計
       01  WK-KARI-GOKEI          PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-KASI-GOKEI          PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-SAGAKU              PIC S9(11)  COMP-3  VALUE  +0.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(28)  VALUE
                    "ＧＬ仕訳会社別抽出管理表".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "DATE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-DATE              PIC  9(08).
         02  FILLER               PIC  X(65)  VALUE  SPACE.
      *  会社
       01  H2-KAISHA.
         02  FILLER               PIC  X(6)   VALUE  "会社：".
         02  H2-KAISHA-COD        PIC  X(2).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H2-KAISHA-MEI        PIC  X(40).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "登録番号：".
         02  H2-TOROKU-NO         PIC  X(14).
         02  FILLER               PIC  X(60)  VALUE  SPACE.
      *  件数・金額明細（項目名＋値）
       01  D1-KOMOKU.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  D1-TITLE             PIC  X(20).
         02  D1-KINGAKU           PIC  ---,---,---,--9.
         02  FILLER               PIC  X(90)  VALUE  SPACE.
      *
      ********************************************************
      * ＧＬ仕訳会社別抽出
      ********************************************************
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  GLF-READ-RTN.
           PERFORM  CHUSHUTSU-RTN  UNTIL  GLF-END-FLG  =  "1".
           PERFORM  INSATU-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      * 開始処理（指定会社を会社マスタで確かめる。未登録なら
      * 何も出力せずに異常終了する）
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KUBM380 START ***".
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           ACCEPT  WK-KAISHA-OPT
             FROM  ENVIRONMENT  "KUBM380_KAISHA".
           IF  WK-KAISHA-OPT  =  SPACE
             MOVE  "01"  TO  WK-KAISHA-OPT
           END-IF.
           OPEN  INPUT   KAI-FILE.
           MOVE  WK-KAISHA-OPT  TO  CFKAI-KAISHA-COD.
           READ  KAI-FILE
             INVALID  KEY
               DISPLAY  "*** KUBM380 KAISHA NOT FOUND="
                        WK-KAISHA-OPT  " ***"
               CLOSE  KAI-FILE
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-READ.
           MOVE  WK-KAISHA-OPT     TO  H2-KAISHA-COD.
           MOVE  CFKAI-KAISHA-MEI  TO  H2-KAISHA-MEI.
           MOVE  CFKAI-TOROKU-NO   TO  H2-TOROKU-NO.
           CLOSE  KAI-FILE.
           OPEN  INPUT   GLF-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  OUTPUT  GLO-FILE.
           OPEN  OUTPUT  OEF-FILE.
           MOVE  SPACE  TO  TOK-REC.
       EXT.
           EXIT.
      ********************************************************
      * ＧＬ仕訳抽出入力処理
      ********************************************************
       GLF-READ-RTN               SECTION.
           READ  GLF-FILE
             AT  END
               MOVE  "1"  TO  GLF-END-FLG
             NOT  AT  END
               ADD  +1  TO  GLF-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 抽出処理（仕訳の会社を決め、指定会社の仕訳だけを会社
      * コードを埋めて書き出し、貸借別に合計する）
      ********************************************************
       CHUSHUTSU-RTN              SECTION.
           PERFORM  KAISHA-SET-RTN.
           IF  WK-KAISHA-COD  NOT  =  WK-KAISHA-OPT
             GO  TO  NEXT-READ
           END-IF.
           MOVE  WK-KAISHA-COD  TO  GLJ-KAISHA-COD.
           MOVE  GLF-REC  TO  GLO-REC.
           WRITE  GLO-REC.
           ADD  +1  TO  GLO-CNT.
           IF  GLJ-KASHIKARI-KBN  =  "1"
             ADD  GLJ-KINGAKU  TO  WK-KARI-GOKEI
           ELSE
             ADD  GLJ-KINGAKU  TO  WK-KASI-GOKEI
           END-IF.
       NEXT-READ.
           PERFORM  GLF-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 仕訳の会社コード決定処理（仕訳の会社コード、空白なら
      * 得意先の付く仕訳は得意先マスタの会社コード、それも
      * 空白なら"01"。同じ得意先が続く間はマスタを読み直さない）
      ********************************************************
       KAISHA-SET-RTN             SECTION.
           MOVE  GLJ-KAISHA-COD  TO  WK-KAISHA-COD.
           IF  WK-KAISHA-COD  =  SPACE
             AND  GLJ-TOKU-COD  NOT  =  SPACE
               IF  GLJ-TOKU-COD  NOT  =  CFTOK-TOKU-COD
                 MOVE  GLJ-TOKU-COD  TO  CFTOK-TOKU-COD
                 READ  TOK-FILE
                   INVALID  KEY
                     MOVE  SPACE  TO  CFTOK-KAISHA-COD
                 END-READ
               END-IF
               MOVE  CFTOK-KAISHA-COD  TO  WK-KAISHA-COD
               ADD  +1  TO  TOK-CNT
           END-IF.
           IF  WK-KAISHA-COD  =  SPACE
             MOVE  "01"  TO  WK-KAISHA-COD
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 管理リスト印刷処理
      ********************************************************
       INSATU-RTN                 SECTION.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  H2-KAISHA     TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  "入力件数"        TO  D1-TITLE.
           MOVE  GLF-CNT           TO  D1-KINGAKU.
           MOVE  D1-KOMOKU  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  "抽出件数"        TO  D1-TITLE.
           MOVE  GLO-CNT           TO  D1-KINGAKU.
           MOVE  D1-KOMOKU  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           MOVE  "借方合計"        TO  D1-TITLE.
           MOVE  WK-KARI-GOKEI     TO  D1-KINGAKU.
           MOVE  D1-KOMOKU  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  "貸方合計"        TO  D1-TITLE.
           MOVE  WK-KASI-GOKEI     TO  D1-KINGAKU.
           MOVE  D1-KOMOKU  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           COMPUTE  WK-SAGAKU  =  WK-KARI-GOKEI  -  WK-KASI-GOKEI.
           MOVE  "貸借差額"        TO  D1-TITLE.
           MOVE  WK-SAGAKU         TO  D1-KINGAKU.
           MOVE  D1-KOMOKU  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  GLF-FILE  TOK-FILE  GLO-FILE  OEF-FILE.
           DISPLAY  "*** GLF-CNT="  GLF-CNT.
           DISPLAY  "*** GLO-CNT="  GLO-CNT.
           DISPLAY  "*** TOK-CNT="  TOK-CNT.
           DISPLAY  "*** KARI   ="  WK-KARI-GOKEI.
           DISPLAY  "*** KASI   ="  WK-KASI-GOKEI.
           IF  WK-SAGAKU  NOT  =  ZERO
             DISPLAY  "*** KUBM380 TAISHAKU SAGAKU="  WK-SAGAKU
                      " ***"
           END-IF.
           DISPLAY  "*** KUBM380  END ***".
       EXT.
           EXIT.
