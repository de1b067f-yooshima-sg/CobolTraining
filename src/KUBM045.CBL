      * 作成日／作成者：２０２６年８月２２日  システム技研
      * 変更日／変更者：２０２６年９月　２日  システム技研
      *       変更内容：支払期日基準の年齢計算へ変更
      * 変更日／変更者：２０２６年１０月１５日  システム技研
      *       変更内容：取立前の受取手形・電子記録債権を手形欄に印字
      ************************************************
      *    得意先残高マスタ（kccmtok）の年月別行を得意先ごとに
      *    読み、売掛残高を期日内／３０日／６０日／９０日超の
      *    得意先は督促の対象にならない。期日内〜６０日の区分には
      *    各月の売上計上額を充て、残額（売掛残高から直近分を
      *    引いた残り）を９０日超区分とする。
      *    手形・電子記録債権で決済された分は売掛残高から消える
      *    が、手形が落ちるまでは回収リスクが残るため、受取手形
      *    台帳（KUCF150）の取立前の手形（保有中、および満期日
      *    未到来の割引済・裏書譲渡済）を手形欄に印字し、残高欄
      *    は売掛残高に手形残を加えた額とする。
      *    リストは９０日超金額の大きい順（悪い順）に印字し、
      *    得意先名・与信限度額・支払保留フラグは得意先マスタ
      *    （KCCFTOK）から転記する。
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS RANDOM
              RECORD KEY   IS CFTOK-TOKU-COD.
       SELECT TGT-FILE ASSIGN EXTERNAL TGT
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS TGT-KEY.
       SELECT SRT-FILE ASSIGN TO SRTWK01.
       SELECT OEF-FILE ASSIGN EXTERNAL OEF.
      *
       FD TKM-FILE.
       01 TKM-REC.
         COPY KCCFTOK.
       FD TGT-FILE.
       01 TGT-REC.
         COPY KUCF150.
       SD SRT-FILE.
       01 SRT-REC.
         03 SRT-B90          PIC S9(09).
         03 SRT-B0           PIC S9(09).
         03 SRT-B30          PIC S9(09).
         03 SRT-B60          PIC S9(09).
         03 SRT-TEGATA       PIC S9(09).
       FD OEF-FILE.
       01 OEF-REC          PIC X(135).

       WORKING-STORAGE     SECTION.
       01 WK-FETCH-END-FLG PIC  X VALUE "N".
       01 WK-SRT-END-FLG   PIC  X VALUE "N".
       01 WK-TGT-END-FLG   PIC  X VALUE "N".
       01 WK-ROW-CNT       PIC  9(9) PACKED-DECIMAL VALUE 0.
       01 OEF-CNT          PIC  9(9) PACKED-DECIMAL VALUE 0.
       01 TOKU-CNT         PIC  9(9) PACKED-DECIMAL VALUE 0.
       01 WK-B30           PIC S9(9) VALUE ZERO.
       01 WK-B60           PIC S9(9) VALUE ZERO.
       01 WK-B90           PIC S9(9) VALUE ZERO.
       01 WK-TEGATA        PIC S9(9) VALUE ZERO.
      *
      * 実行年月と月差計算用
       01 WK-RUN-DATE8     PIC  9(08) VALUE ZERO.
         02 FILLER           PIC X(6)  VALUE "６０日".
         02 FILLER           PIC X(4)  VALUE SPACE.
         02 FILLER           PIC X(8)  VALUE "９０日超".
         02 FILLER           PIC X(8)  VALUE SPACE.
         02 FILLER           PIC X(4)  VALUE "手形".
         02 FILLER           PIC X(6)  VALUE SPACE.
         02 FILLER           PIC X(4)  VALUE "残高".
         02 FILLER           PIC X(6)  VALUE SPACE.
         02 FILLER           PIC X(8)  VALUE "与信限度".
         02 FILLER           PIC X(2)  VALUE SPACE.
         02 FILLER           PIC X(4)  VALUE "保留".
         02 FILLER           PIC X(21) VALUE SPACE.
       01 D1-MEISAI.
         02 D1-TOKU-COD      PIC X(4).
         02 FILLER           PIC X(1)  VALUE SPACE.
         02 FILLER           PIC X(1)  VALUE SPACE.
         02 D1-B90           PIC ---,---,--9.
         02 FILLER           PIC X(1)  VALUE SPACE.
         02 D1-TEGATA        PIC ---,---,--9.
         02 FILLER           PIC X(1)  VALUE SPACE.
         02 D1-ZAN           PIC ---,---,--9.
         02 FILLER           PIC X(1)  VALUE SPACE.
         02 D1-LIMIT         PIC ---,---,--9.
         02 FILLER           PIC X(3)  VALUE SPACE.
         02 D1-HOLD-FLG      PIC X(1).
         02 FILLER           PIC X(18) VALUE SPACE.
      *
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      * ocesql版 COPY句の解析に未対応のため、照会に必要な一意名の
           DISPLAY  "*** KUBM045 START ***".
      *
           OPEN INPUT  TKM-FILE.
           OPEN INPUT  TGT-FILE.
           OPEN OUTPUT OEF-FILE.
      *
      * DB接続情報は実行時に環境変数から取得する

      * ソート引き渡し処理（９０日超は残高から直近３か月分を
      * 差し引いた残り。入金消込が進んでいればマイナスにもなり
      * 得るが、そのまま印字して判断材料とする。残高は取立前の
      * 手形残を加えた額とする）
       RELEASE-RTN         SECTION.
           COMPUTE WK-B90 = WK-CUR-ZAN - WK-B0 - WK-B30 - WK-B60.
           PERFORM TEGATA-SUM-RTN.
           MOVE WK-B90          TO SRT-B90  OF SRT-REC.
           MOVE WK-CUR-TOKU-COD TO SRT-TOKU-COD OF SRT-REC.
           COMPUTE SRT-ZAN OF SRT-REC = WK-CUR-ZAN + WK-TEGATA.
           MOVE WK-B0           TO SRT-B0   OF SRT-REC.
           MOVE WK-B30          TO SRT-B30  OF SRT-REC.
           MOVE WK-B60          TO SRT-B60  OF SRT-REC.
           MOVE WK-TEGATA       TO SRT-TEGATA OF SRT-REC.
           RELEASE SRT-REC.
           ADD +1 TO TOKU-CNT.
       EXT.
           EXIT.

      * 手形残集計処理（得意先の受取手形台帳を読み、保有中、
      * および満期日未到来の割引済・裏書譲渡済の手形を合計する）
       TEGATA-SUM-RTN      SECTION.
           MOVE ZERO TO WK-TEGATA.
           MOVE "N"  TO WK-TGT-END-FLG.
           MOVE WK-CUR-TOKU-COD TO TGT-TOKU-COD.
           MOVE LOW-VALUE       TO TGT-TEGATA-NO.
           START TGT-FILE KEY >= TGT-KEY
             INVALID KEY
               MOVE "Y" TO WK-TGT-END-FLG
           END-START.
           PERFORM TEGATA-SCAN-RTN UNTIL WK-TGT-END-FLG = "Y".
       EXT.
           EXIT.

       TEGATA-SCAN-RTN     SECTION.
           READ TGT-FILE NEXT
             AT END
               MOVE "Y" TO WK-TGT-END-FLG
             NOT AT END
               IF TGT-TOKU-COD NOT = WK-CUR-TOKU-COD
                 MOVE "Y" TO WK-TGT-END-FLG
               ELSE
                 IF TGT-STATUS = "0"
                   OR ((TGT-STATUS = "2" OR "3")
                       AND TGT-MANKI-DATE >= WK-RUN-DATE8)
                     ADD TGT-KINGAKU TO WK-TEGATA
                 END-IF
               END-IF
           END-READ.
       EXT.
           EXIT.

      * 印字処理（悪い順に並んだ得意先を１行ずつ印字する）
       PRINT-RTN           SECTION.
           MOVE H1-MIDASHI   TO OEF-REC.
           MOVE SRT-B30 OF SRT-REC TO D1-B30.
           MOVE SRT-B60 OF SRT-REC TO D1-B60.
           MOVE SRT-B90 OF SRT-REC TO D1-B90.
           MOVE SRT-TEGATA OF SRT-REC TO D1-TEGATA.
           MOVE SRT-ZAN OF SRT-REC TO D1-ZAN.
           MOVE D1-MEISAI TO OEF-REC.
           WRITE OEF-REC AFTER 1.
           END-EXEC.
      *
           CLOSE TKM-FILE.
           CLOSE TGT-FILE.
           CLOSE OEF-FILE.
      *
           DISPLAY "   ROW=" WK-ROW-CNT.
