       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KJBM480.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：受注
      *  プログラム名      ：契約単価・キャンペーン期限到来リスト
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    契約単価マスタ（KCCFCPR）と販促キャンペーンマスタ
      *    （KCCFCMP）を読み、適用終了日が実行日から３０日以内に
      *    到来する契約・キャンペーンを、残日数を付けて期限到来
      *    リストへ印字する。契約単価とキャンペーンは改ページして
      *    別の表とする。終了日ゼロ（無期限）の契約と、既に終了
      *    した契約・キャンペーンは対象としない
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  CPR-FILE  ASSIGN  TO  EXTERNAL  CPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  CFCPR-KEY.
           SELECT  CMP-FILE  ASSIGN  TO  EXTERNAL  CMP.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  IMF-FILE  ASSIGN  TO  EXTERNAL  IMF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  CPR-FILE.
       01  CPR-REC.
           COPY  KCCFCPR.
       FD  CMP-FILE.
       01  CMP-REC.
           COPY  KCCFCMP.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  OEF-FILE.
       01  OEF-REC                 PIC  X(135).
      *
       WORKING-STORAGE             SECTION.
       01  CPR-END-FLG             PIC  X(1)          VALUE  "0".
       01  CMP-END-FLG             PIC  X(1)          VALUE  "0".
       01  CPR-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  CMP-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  KIGEN-CPR-CNT           PIC S9(9)  COMP-3  VALUE   +0.
       01  KIGEN-CMP-CNT           PIC S9(9)  COMP-3  VALUE   +0.
       01  LINE-CNT                PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT                PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT        PIC S9(3)  COMP-3  VALUE  +50.
           COPY  KCBS010P.
      *    期限判定用（実行日と、実行日から期限日数後の期限日）
       01  WK-PC-DATE8             PIC  9(08)          VALUE  ZERO.
       01  WK-KIGEN-NISSU          PIC S9(3)  COMP-3  VALUE  +30.
       01  WK-KIGEN-DATE           PIC  9(08)          VALUE  ZERO.
       01  WK-PC-INT               PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-TO-DATE              PIC  9(08)          VALUE  ZERO.
       01  WK-NOKORI               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-GAITO-FLG            PIC  X(01)          VALUE  SPACE.
      *    表区分（"K"＝契約単価、"C"＝キャンペーン）
       01  WK-HYO-KBN              PIC  X(01)          VALUE  SPACE.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  H1-TITLE             PIC  X(36).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "実行日：".
         02  H1-DATE              PIC  9(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "期限日：".
         02  H1-KIGEN-DATE        PIC  9(8).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "PAGE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-PAGE-NO           PIC  Z,ZZ9.
         02  FILLER               PIC  X(23)  VALUE  SPACE.
      *  契約単価  小見出し
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(6)   VALUE  "得意先".
         02  FILLER               PIC  X(22)  VALUE  "得意先名".
         02  FILLER               PIC  X(7)   VALUE  "商品".
         02  FILLER               PIC  X(22)  VALUE  "商品名".
         02  FILLER               PIC  X(10)  VALUE  "適用開始".
         02  FILLER               PIC  X(10)  VALUE  "適用終了".
         02  FILLER               PIC  X(11)  VALUE  "   契約単価".
         02  FILLER               PIC  X(6)   VALUE  "残日数".
         02  FILLER               PIC  X(41)  VALUE  SPACE.
      *  契約単価  明細
       01  D1-MEISAI.
         02  D1-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TOKU-MEI          PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHOHIN-MEI        PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-EFF-FROM          PIC  9(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-EFF-TO            PIC  9(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TANKA             PIC  ZZ,ZZ9.99.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-NOKORI            PIC  ZZZZZ9.
         02  FILLER               PIC  X(41)  VALUE  SPACE.
      *  キャンペーン  小見出し
       01  H3-KOMIDASHI.
         02  FILLER               PIC  X(6)   VALUE  "コード".
         02  FILLER               PIC  X(10)  VALUE  "対象区分".
         02  FILLER               PIC  X(7)   VALUE  "対象".
         02  FILLER               PIC  X(22)  VALUE  "対象名".
         02  FILLER               PIC  X(14)  VALUE  "値引".
         02  FILLER               PIC  X(10)  VALUE  "適用開始".
         02  FILLER               PIC  X(10)  VALUE  "適用終了".
         02  FILLER               PIC  X(6)   VALUE  "残日数".
         02  FILLER               PIC  X(50)  VALUE  SPACE.
      *  キャンペーン  明細
       01  D2-MEISAI.
         02  D2-CMP-COD           PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-TAISHO-KBN-MEI    PIC  X(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-TAISHO-COD        PIC  X(5).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-TAISHO-MEI        PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-NEBIKI-KBN-MEI    PIC  X(2).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D2-NEBIKI            PIC  ZZ,ZZ9.99.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-EFF-FROM          PIC  9(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-EFF-TO            PIC  9(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-NOKORI            PIC  ZZZZZ9.
         02  FILLER               PIC  X(50)  VALUE  SPACE.
      *  該当なし
       01  D3-NASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(40)  VALUE
                    "期限が到来するものはありません".
         02  FILLER               PIC  X(85)  VALUE  SPACE.
      *
      ********************************************************
      *  契約単価・キャンペーン期限到来リスト
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  CPR-RTN.
           PERFORM  CMP-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（実行日から期限日を求める）
      ********************************************************
       INIT-RTN                    SECTION.
           DISPLAY  "*** KJBM480 START ***".
           OPEN  INPUT   CPR-FILE.
           OPEN  INPUT   CMP-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  INPUT   IMF-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           COMPUTE  WK-PC-INT  =
                    FUNCTION  INTEGER-OF-DATE  (WK-PC-DATE8).
           COMPUTE  WK-KIGEN-DATE  =
                    FUNCTION  DATE-OF-INTEGER
                      (WK-PC-INT  +  WK-KIGEN-NISSU).
           MOVE  WK-PC-DATE8    TO  H1-DATE.
           MOVE  WK-KIGEN-DATE  TO  H1-KIGEN-DATE.
       EXT.
           EXIT.
      ********************************************************
      *  契約単価期限到来処理
      ********************************************************
       CPR-RTN                     SECTION.
           MOVE  "K"  TO  WK-HYO-KBN.
           MOVE  "契約単価期限到来リスト"  TO  H1-TITLE.
           PERFORM  MIDASHI-RTN.
           PERFORM  CPR-READ-RTN  UNTIL  CPR-END-FLG  =  "1".
           IF  KIGEN-CPR-CNT  =  ZERO
             MOVE  D3-NASHI  TO  OEF-REC
             WRITE  OEF-REC  AFTER  1
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  契約単価入力・判定処理
      ********************************************************
       CPR-READ-RTN                SECTION.
           READ  CPR-FILE
             AT  END
               MOVE  "1"  TO  CPR-END-FLG
               GO  TO  EXT
           END-READ.
           ADD  +1  TO  CPR-CNT.
           MOVE  CFCPR-EFF-TO  TO  WK-TO-DATE.
           PERFORM  KIGEN-HANTEI-RTN.
           IF  WK-GAITO-FLG  NOT  =  "1"
             GO  TO  EXT
           END-IF.
           ADD  +1  TO  KIGEN-CPR-CNT.
           MOVE  CFCPR-TOKU-COD   TO  D1-TOKU-COD  CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               MOVE  SPACE  TO  CFTOK-TOKU-MEI
           END-READ.
           MOVE  CFTOK-TOKU-MEI   TO  D1-TOKU-MEI.
           MOVE  CFCPR-SHOHIN-NO  TO  D1-SHOHIN-NO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               MOVE  SPACE  TO  CFSHO-SHOHIN-MEI
           END-READ.
           MOVE  CFSHO-SHOHIN-MEI TO  D1-SHOHIN-MEI.
           MOVE  CFCPR-EFF-FROM   TO  D1-EFF-FROM.
           MOVE  CFCPR-EFF-TO     TO  D1-EFF-TO.
           MOVE  CFCPR-TANKA      TO  D1-TANKA.
           MOVE  WK-NOKORI        TO  D1-NOKORI.
           IF  LINE-CNT  >  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  キャンペーン期限到来処理（改ページして別の表とする）
      ********************************************************
       CMP-RTN                     SECTION.
           MOVE  "C"  TO  WK-HYO-KBN.
           MOVE  "キャンペーン期限到来リスト"
             TO  H1-TITLE.
           PERFORM  MIDASHI-RTN.
           PERFORM  CMP-READ-RTN  UNTIL  CMP-END-FLG  =  "1".
           IF  KIGEN-CMP-CNT  =  ZERO
             MOVE  D3-NASHI  TO  OEF-REC
             WRITE  OEF-REC  AFTER  1
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  キャンペーン入力・判定処理（対象名は得意先対象なら得意
      *  先名、商品番号前方一致で５桁の指定なら商品名とする）
      ********************************************************
       CMP-READ-RTN                SECTION.
           READ  CMP-FILE
             AT  END
               MOVE  "1"  TO  CMP-END-FLG
               GO  TO  EXT
           END-READ.
           ADD  +1  TO  CMP-CNT.
           MOVE  CFCMP-EFF-TO  TO  WK-TO-DATE.
           PERFORM  KIGEN-HANTEI-RTN.
           IF  WK-GAITO-FLG  NOT  =  "1"
             GO  TO  EXT
           END-IF.
           ADD  +1  TO  KIGEN-CMP-CNT.
           MOVE  CFCMP-CMP-COD     TO  D2-CMP-COD.
           MOVE  CFCMP-TAISHO-COD  TO  D2-TAISHO-COD.
           MOVE  SPACE             TO  D2-TAISHO-MEI.
           IF  CFCMP-TAISHO-KBN  =  "2"
             MOVE  "得意先"  TO  D2-TAISHO-KBN-MEI
             MOVE  CFCMP-TAISHO-COD  (1:4)  TO  CFTOK-TOKU-COD
             READ  TOK-FILE
               NOT  INVALID  KEY
                 MOVE  CFTOK-TOKU-MEI  TO  D2-TAISHO-MEI
             END-READ
           ELSE
             MOVE  "商品前方"  TO  D2-TAISHO-KBN-MEI
             MOVE  CFCMP-TAISHO-COD  TO  CFSHO-SHOHIN-NO
             READ  IMF-FILE
               NOT  INVALID  KEY
                 MOVE  CFSHO-SHOHIN-MEI  TO  D2-TAISHO-MEI
             END-READ
           END-IF.
           IF  CFCMP-NEBIKI-KBN  =  "1"
             MOVE  "率"               TO  D2-NEBIKI-KBN-MEI
             MOVE  CFCMP-NEBIKI-RITU  TO  D2-NEBIKI
           ELSE
             MOVE  "額"               TO  D2-NEBIKI-KBN-MEI
             MOVE  CFCMP-NEBIKI-GAKU  TO  D2-NEBIKI
           END-IF.
           MOVE  CFCMP-EFF-FROM    TO  D2-EFF-FROM.
           MOVE  CFCMP-EFF-TO      TO  D2-EFF-TO.
           MOVE  WK-NOKORI         TO  D2-NOKORI.
           IF  LINE-CNT  >  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  D2-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  期限判定処理（WK-TO-DATEが暦日として正しく、実行日から
      *  期限日までの間にあれば該当とし、残日数を求める）
      ********************************************************
       KIGEN-HANTEI-RTN            SECTION.
           MOVE  SPACE  TO  WK-GAITO-FLG.
           IF  WK-TO-DATE  NOT  NUMERIC
             GO  TO  EXT
           END-IF.
           IF  WK-TO-DATE  <  WK-PC-DATE8
             OR  WK-TO-DATE  >  WK-KIGEN-DATE
               GO  TO  EXT
           END-IF.
           MOVE  WK-TO-DATE  TO  S010-DATE8.
           CALL  "KCBS010"  USING  KCBS010-P1.
           IF  S010-RCD  NOT  =  SPACE
             GO  TO  EXT
           END-IF.
           COMPUTE  WK-NOKORI  =
                    FUNCTION  INTEGER-OF-DATE  (WK-TO-DATE)
                    -  WK-PC-INT.
           MOVE  "1"  TO  WK-GAITO-FLG.
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
           IF  WK-HYO-KBN  =  "K"
             MOVE  H2-KOMIDASHI  TO  OEF-REC
           ELSE
             MOVE  H3-KOMIDASHI  TO  OEF-REC
           END-IF.
           WRITE  OEF-REC  AFTER  2.
           ADD  +3  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  CPR-FILE  CMP-FILE  TOK-FILE  IMF-FILE  OEF-FILE.
           DISPLAY  "*** CPR-CNT="        CPR-CNT.
           DISPLAY  "*** KIGEN-CPR-CNT="  KIGEN-CPR-CNT.
           DISPLAY  "*** CMP-CNT="        CMP-CNT.
           DISPLAY  "*** KIGEN-CMP-CNT="  KIGEN-CMP-CNT.
           DISPLAY  "*** KJBM480  END ***".
       EXT.
           EXIT.
