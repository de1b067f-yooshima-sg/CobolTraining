       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KJBM430.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：共通
      *  プログラム名      ：得意先マスタ保留変更適用抽出
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    得意先マスタ保留変更ファイル（KJCF370）を全件読み、適用
      *    日が処理日以前になった変更申請を申請イメージ（KJCF050）
      *    のまま適用順（得意先・適用日・登録日時の順）に書き出し
      *    て、保留変更ファイルから削除する。日次の受注処理の前に
      *    実行し、出力を入力として得意先マスタメンテナンス
      *    （KJBM080）でKCCFTOKへの適用と監査ログ（KCCFLOG）への
      *    記録を、続けてKJBM082でＤＢ（ktbltok）への適用を行う。
      *    書き出した申請は承認済みで適用日が処理日以前のため、
      *    KJBM080はそのまま即時適用する
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  PCH-FILE  ASSIGN  TO  EXTERNAL  PCH
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  JF370-KEY.
           SELECT  OTF-FILE  ASSIGN  TO  EXTERNAL  OTF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  PCH-FILE.
       01  PCH-REC.
           COPY  KJCF370.
       FD  OTF-FILE.
       01  OTF-REC.
           COPY  KJCF050.
      *
       WORKING-STORAGE             SECTION.
       01  PCH-END-FLG             PIC  X(1)          VALUE  "0".
       01  PCH-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  OTF-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  HORYU-CNT               PIC S9(9)  COMP-3  VALUE   +0.
       01  WK-PC-DATE.
         02  WK-PC-NEN             PIC   X(2).
         02  WK-PC-TUKI            PIC   X(2).
         02  WK-PC-NITI            PIC   X(2).
           COPY  KCBS010P.
       01  WK-RUN-DATE8            PIC  9(08)          VALUE  ZERO.
      *
      ********************************************************
      *  得意先マスタ保留変更適用抽出
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  PCH-READ-RTN.
           PERFORM  CHUSHUTSU-RTN  UNTIL  PCH-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（処理日はKJBM080と同じくKCBS010で求める）
      ********************************************************
       INIT-RTN                    SECTION.
           DISPLAY  "*** KJBM430 START ***".
           OPEN  I-O     PCH-FILE.
           OPEN  OUTPUT  OTF-FILE.
           ACCEPT  WK-PC-DATE  FROM  DATE.
           MOVE  ZERO        TO  S010-P1-Y1.
           MOVE  WK-PC-NEN   TO  S010-D6-Y2.
           MOVE  WK-PC-TUKI  TO  S010-D6-MM.
           MOVE  WK-PC-NITI  TO  S010-D6-DD.
           CALL  "KCBS010"  USING  KCBS010-P1.
           MOVE  S010-DATE8  TO  WK-RUN-DATE8.
           MOVE  LOW-VALUE   TO  JF370-KEY.
           START  PCH-FILE  KEY  >=  JF370-KEY
             INVALID  KEY
               MOVE  "1"  TO  PCH-END-FLG
           END-START.
       EXT.
           EXIT.
      ********************************************************
      *  保留変更順次読込処理
      ********************************************************
       PCH-READ-RTN                SECTION.
           IF  PCH-END-FLG  =  "1"
             GO  TO  EXT
           END-IF.
           READ  PCH-FILE  NEXT
             AT  END
               MOVE  "1"  TO  PCH-END-FLG
             NOT  AT  END
               ADD  +1  TO  PCH-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  抽出処理（適用日が処理日以前の変更を書き出して削除し、
      *  将来日付のものは残す）
      ********************************************************
       CHUSHUTSU-RTN               SECTION.
           IF  JF370-EFF-DATE  >  WK-RUN-DATE8
             ADD  +1  TO  HORYU-CNT
             GO  TO  NEXT-READ
           END-IF.
           MOVE  JF370-JF050-IMAGE  TO  OTF-REC.
           MOVE  SPACE              TO  JF050-ERR-KBN.
           WRITE  OTF-REC.
           ADD  +1  TO  OTF-CNT.
           DELETE  PCH-FILE.
       NEXT-READ.
           PERFORM  PCH-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  PCH-FILE  OTF-FILE.
           DISPLAY  "*** PCH-CNT="    PCH-CNT.
           DISPLAY  "*** OTF-CNT="    OTF-CNT.
           DISPLAY  "*** HORYU-CNT="  HORYU-CNT.
           DISPLAY  "*** KJBM430  END ***".
       EXT.
           EXIT.
