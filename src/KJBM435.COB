       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KJBM435.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：共通
      *  プログラム名      ：得意先マスタ保留変更一覧作成
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    得意先マスタ保留変更ファイル（KJCF370）を全件読み、まだ
      *    適用されていない将来日付の変更を得意先・適用日の順に
      *    印字する照会リスト。変更ごとに適用日・登録日・申請者・
      *    承認者を、続けて主な項目（得意先名・与信限度額・締日・
      *    親得意先・住所・電話・保留・回収サイト・通貨）のうち
      *    現在の得意先マスタと値が異なるものを現在値と変更後の
      *    値で並べて印字する。変更申請は全項目の置き換えのため、
      *    保留中に別の変更を即時適用した場合は、ここで適用日に
      *    上書きされる項目を確かめる
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  PCH-FILE  ASSIGN  TO  EXTERNAL  PCH
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  JF370-KEY.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  PCH-FILE.
       01  PCH-REC.
           COPY  KJCF370.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  OEF-FILE.
       01  OEF-REC                 PIC  X(135).
      *
       WORKING-STORAGE             SECTION.
       01  PCH-END-FLG             PIC  X(1)          VALUE  "0".
       01  PCH-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  LINE-CNT                PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT                PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT        PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8             PIC  9(08)          VALUE  ZERO.
       01  WK-TOK-FLG              PIC  X(01)          VALUE  SPACE.
       01  WK-HENKO-CNT            PIC S9(4)  COMP-3  VALUE  +0.
      *    保留中の変更申請（申請イメージを展開する）
       01  WK-JF050-REC.
           COPY  KJCF050.
      *    数値項目の編集用
       01  WK-EDIT-GAKU            PIC  -,---,---,--9.
       01  WK-EDIT-DD              PIC  Z9.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(30)  VALUE
                    "得意先マスタ保留変更一覧".
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
         02  FILLER               PIC  X(49)  VALUE  SPACE.
      *  小見出し
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "項目".
         02  FILLER               PIC  X(14)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "現在値".
         02  FILLER               PIC  X(46)  VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "変更後値".
         02  FILLER               PIC  X(51)  VALUE  SPACE.
      *  保留変更見出し行
       01  D1-HORYU.
         02  FILLER               PIC  X(8)   VALUE  "得意先：".
         02  D1-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TOKU-MEI          PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "適用日：".
         02  D1-EFF-DATE          PIC  9(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "登録日：".
         02  D1-TOROKU-DATE       PIC  9(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "申請者：".
         02  D1-APPLY-USER        PIC  X(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "承認者：".
         02  D1-APPROVE-USER      PIC  X(8).
         02  FILLER               PIC  X(29)  VALUE  SPACE.
      *  変更項目行
       01  D2-KOMOKU.
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  D2-KOMOKU-MEI        PIC  X(16).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-GENZAI            PIC  X(50).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-HENKOGO           PIC  X(50).
         02  FILLER               PIC  X(9)   VALUE  SPACE.
      *  合計行
       01  D3-GOKEI.
         02  FILLER               PIC  X(16)  VALUE
                    "保留変更件数：".
         02  D3-CNT               PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(113) VALUE  SPACE.
      *
      ********************************************************
      *  得意先マスタ保留変更一覧作成
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  PCH-READ-RTN.
           PERFORM  HORYU-PRINT-RTN  UNTIL  PCH-END-FLG  =  "1".
           PERFORM  GOKEI-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理
      ********************************************************
       INIT-RTN                    SECTION.
           DISPLAY  "*** KJBM435 START ***".
           OPEN  INPUT   PCH-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
       EXT.
           EXIT.
      ********************************************************
      *  保留変更順次読込処理
      ********************************************************
       PCH-READ-RTN                SECTION.
           READ  PCH-FILE  NEXT
             AT  END
               MOVE  "1"  TO  PCH-END-FLG
             NOT  AT  END
               ADD  +1  TO  PCH-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  保留変更印刷処理（見出し行の後に変更項目を印字する。
      *  得意先がマスタに無い場合は現在値を空白とする）
      ********************************************************
       HORYU-PRINT-RTN             SECTION.
           MOVE  JF370-JF050-IMAGE  TO  WK-JF050-REC.
           MOVE  JF370-TOKU-COD     TO  CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               MOVE  SPACE  TO  WK-TOK-FLG
               MOVE  SPACE  TO  TOK-REC
               MOVE  ZERO   TO  CFTOK-CREDIT-LIMIT  CFTOK-SIME-DD
                                CFTOK-KAISHU-MM
             NOT  INVALID  KEY
               MOVE  "1"    TO  WK-TOK-FLG
           END-READ.
           IF  LINE-CNT  +  2  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  JF370-TOKU-COD      TO  D1-TOKU-COD.
           IF  WK-TOK-FLG  =  "1"
             MOVE  CFTOK-TOKU-MEI    TO  D1-TOKU-MEI
           ELSE
             MOVE  "＊マスタ未登録"  TO  D1-TOKU-MEI
           END-IF.
           MOVE  JF370-EFF-DATE      TO  D1-EFF-DATE.
           MOVE  JF370-TOROKU-DATE   TO  D1-TOROKU-DATE.
           MOVE  JF050-APPLY-USER    TO  D1-APPLY-USER.
           MOVE  JF050-APPROVE-USER  TO  D1-APPROVE-USER.
           MOVE  D1-HORYU  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           ADD  +2  TO  LINE-CNT.
           MOVE  ZERO  TO  WK-HENKO-CNT.
           PERFORM  HIKAKU-RTN.
           IF  WK-HENKO-CNT  =  ZERO
             MOVE  "（変更項目なし）"  TO  D2-KOMOKU-MEI
             MOVE  SPACE               TO  D2-GENZAI  D2-HENKOGO
             PERFORM  KOMOKU-PRINT-RTN
           END-IF.
           PERFORM  PCH-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  項目比較処理（現在のマスタと値の異なる項目を印字する）
      ********************************************************
       HIKAKU-RTN                  SECTION.
           IF  JF050-TOKU-MEI  NOT  =  CFTOK-TOKU-MEI
             MOVE  "得意先名"        TO  D2-KOMOKU-MEI
             MOVE  CFTOK-TOKU-MEI    TO  D2-GENZAI
             MOVE  JF050-TOKU-MEI    TO  D2-HENKOGO
             PERFORM  KOMOKU-PRINT-RTN
           END-IF.
           IF  JF050-CREDIT-LIMIT  NOT  =  CFTOK-CREDIT-LIMIT
             MOVE  "与信限度額"      TO  D2-KOMOKU-MEI
             MOVE  CFTOK-CREDIT-LIMIT  TO  WK-EDIT-GAKU
             MOVE  WK-EDIT-GAKU      TO  D2-GENZAI
             MOVE  JF050-CREDIT-LIMIT  TO  WK-EDIT-GAKU
             MOVE  WK-EDIT-GAKU      TO  D2-HENKOGO
             PERFORM  KOMOKU-PRINT-RTN
           END-IF.
           IF  JF050-SIME-DD  NOT  =  CFTOK-SIME-DD
             MOVE  "締日"            TO  D2-KOMOKU-MEI
             MOVE  CFTOK-SIME-DD     TO  WK-EDIT-DD
             MOVE  WK-EDIT-DD        TO  D2-GENZAI
             MOVE  JF050-SIME-DD     TO  WK-EDIT-DD
             MOVE  WK-EDIT-DD        TO  D2-HENKOGO
             PERFORM  KOMOKU-PRINT-RTN
           END-IF.
           IF  JF050-PARENT-COD  NOT  =  CFTOK-PARENT-COD
             MOVE  "親得意先"        TO  D2-KOMOKU-MEI
             MOVE  CFTOK-PARENT-COD  TO  D2-GENZAI
             MOVE  JF050-PARENT-COD  TO  D2-HENKOGO
             PERFORM  KOMOKU-PRINT-RTN
           END-IF.
           IF  JF050-YUBIN-NO  NOT  =  CFTOK-YUBIN-NO
             MOVE  "郵便番号"        TO  D2-KOMOKU-MEI
             MOVE  CFTOK-YUBIN-NO    TO  D2-GENZAI
             MOVE  JF050-YUBIN-NO    TO  D2-HENKOGO
             PERFORM  KOMOKU-PRINT-RTN
           END-IF.
           IF  JF050-JUSHO  NOT  =  CFTOK-JUSHO
             MOVE  "住所"            TO  D2-KOMOKU-MEI
             MOVE  CFTOK-JUSHO       TO  D2-GENZAI
             MOVE  JF050-JUSHO       TO  D2-HENKOGO
             PERFORM  KOMOKU-PRINT-RTN
           END-IF.
           IF  JF050-TEL  NOT  =  CFTOK-TEL
             MOVE  "電話番号"        TO  D2-KOMOKU-MEI
             MOVE  CFTOK-TEL         TO  D2-GENZAI
             MOVE  JF050-TEL         TO  D2-HENKOGO
             PERFORM  KOMOKU-PRINT-RTN
           END-IF.
           IF  JF050-HOLD-FLG  NOT  =  CFTOK-HOLD-FLG
             MOVE  "支払保留"        TO  D2-KOMOKU-MEI
             MOVE  CFTOK-HOLD-FLG    TO  D2-GENZAI
             MOVE  JF050-HOLD-FLG    TO  D2-HENKOGO
             PERFORM  KOMOKU-PRINT-RTN
           END-IF.
           IF  JF050-KAISHU-MM  NOT  =  CFTOK-KAISHU-MM
             MOVE  "回収サイト"      TO  D2-KOMOKU-MEI
             MOVE  CFTOK-KAISHU-MM   TO  WK-EDIT-DD
             MOVE  WK-EDIT-DD        TO  D2-GENZAI
             MOVE  JF050-KAISHU-MM   TO  WK-EDIT-DD
             MOVE  WK-EDIT-DD        TO  D2-HENKOGO
             PERFORM  KOMOKU-PRINT-RTN
           END-IF.
           IF  JF050-CURRENCY  NOT  =  CFTOK-CURRENCY
             MOVE  "取引通貨"        TO  D2-KOMOKU-MEI
             MOVE  CFTOK-CURRENCY    TO  D2-GENZAI
             MOVE  JF050-CURRENCY    TO  D2-HENKOGO
             PERFORM  KOMOKU-PRINT-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  変更項目印刷処理
      ********************************************************
       KOMOKU-PRINT-RTN            SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  D2-KOMOKU  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
           ADD  +1  TO  WK-HENKO-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  合計印刷処理
      ********************************************************
       GOKEI-RTN                   SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  PCH-CNT  TO  D3-CNT.
           MOVE  D3-GOKEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
       EXT.
           EXIT.
      ********************************************************
      *  見出し印刷処理
      ********************************************************
       MIDASHI-RTN                 SECTION.
           MOVE  +0  TO  LINE-CNT.
           ADD   +1  TO  PAGE-CNT.
           MOVE  PAGE-CNT  TO  H1-PAGE-NO.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  H2-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           ADD  +2  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  PCH-FILE  TOK-FILE  OEF-FILE.
           DISPLAY  "*** PCH-CNT="  PCH-CNT.
           DISPLAY  "*** KJBM435  END ***".
       EXT.
           EXIT.
