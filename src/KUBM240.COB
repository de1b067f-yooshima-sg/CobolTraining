      * サブシステム名：売上
      * プログラム名  ：得意先運賃請求計上
      * 作成日／作成者：２０２６年９月　２日  システム技研
      * 変更日／変更者：２０２６年１０月１５日  システム技研
      *       変更内容：運賃請求行・組替仕訳を得意先の会社別に計上
      ********************************************************
      *  当日のマニフェスト（KJCF080）を読み、得意先マスタの運賃
      *  請求区分に応じた運賃請求行を売上ファイル（UF010、当日分
      *  請求明細（KUBM070）へも通常の明細として乗る。ＧＬは
      *  集計経由では売上高に含まれるため、運賃請求の合計額を
      *  借方：売上高／貸方：運賃収入へ振り替える組替仕訳
      *  （KUCF050形式）を得意先の会社ごとにあわせて書き出す。
      *  同日の二重計上は実行記録（KCCFRUN）の同日ガードで防ぐ
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
         02  WK-SRCH-GYO-NO       PIC  9(02).
      *    しきい値判定用の受注合計金額（同一受注番号の全明細）
       01  WK-ORDER-GOKEI         PIC S9(11)          VALUE  ZERO.
      *    請求運賃の算定結果と会社別の合計（組替仕訳は会社ごと
      *    に起こす。会社コード空白は"01"へ寄せる）
       01  WK-SEIKYU-UNCHIN       PIC S9(09)          VALUE  ZERO.
       01  WK-UNCHIN-GOKEI        PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-KAI-CNT             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-KAI-MAX             PIC S9(4)  COMP-3  VALUE  +20.
       01  WK-KAI-IDX             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-KAI-HIT             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-KAISHA-COD          PIC  X(02)          VALUE  SPACE.
       01  WK-KAI-TBL.
         02  WK-KAI-ENT           OCCURS  20  TIMES.
           03  WK-KAI-KAISHA-COD  PIC  X(02).
           03  WK-KAI-GOKEI       PIC S9(11)  COMP-3.
      *    勘定科目（売上高／運賃収入。組替仕訳用）
       01  WK-KAMOKU-URIAGE       PIC  X(6)           VALUE  "510100".
       01  WK-KAMOKU-URIAGE-MEI   PIC  X(20)          VALUE
           PERFORM  INIT-RTN.
           PERFORM  MNF-READ-RTN.
           PERFORM  SEIKYU-RTN  UNTIL  MNF-END-FLG  =  "1".
           PERFORM  KUMIKAE-CTL-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
           MOVE  ZERO             TO  UFO-GENKA.
           MOVE  ZERO             TO  UFO-NEBIKI-GAKU.
           MOVE  SPACE            TO  UFO-CMP-COD.
           MOVE  CFTOK-KAISHA-COD TO  UFO-KAISHA-COD.
           WRITE  OTF-REC.
           ADD  WK-SEIKYU-UNCHIN  TO  WK-UNCHIN-GOKEI.
           MOVE  CFTOK-KAISHA-COD TO  WK-KAISHA-COD.
           PERFORM  KAI-ADD-RTN.
           ADD  +1  TO  SEIKYU-CNT.
           MOVE  JF080-TOKU-COD  TO  D1-TOKU-COD.
           MOVE  JF080-JUCHU-NO  TO  D1-JUCHU-NO.
       EXT.
           EXIT.
      ********************************************************
      *  会社別合計加算処理（表あふれは表示のみ）
      ********************************************************
       KAI-ADD-RTN                SECTION.
           IF  WK-KAISHA-COD  =  SPACE
             MOVE  "01"  TO  WK-KAISHA-COD
           END-IF.
           MOVE  +0  TO  WK-KAI-HIT.
           PERFORM  KAI-SRCH-RTN
             VARYING  WK-KAI-IDX  FROM  1  BY  1
               UNTIL  WK-KAI-IDX  >  WK-KAI-CNT
                  OR  WK-KAI-HIT  NOT  =  +0.
           IF  WK-KAI-HIT  =  +0
             IF  WK-KAI-CNT  <  WK-KAI-MAX
               ADD  +1  TO  WK-KAI-CNT
               MOVE  WK-KAI-CNT     TO  WK-KAI-HIT
               MOVE  WK-KAISHA-COD  TO  WK-KAI-KAISHA-COD  (WK-KAI-HIT)
               MOVE  +0             TO  WK-KAI-GOKEI       (WK-KAI-HIT)
             ELSE
               DISPLAY  "*** KUBM240 KAI-TBL OVERFLOW "
                        WK-KAISHA-COD  " ***"
               GO  TO  EXT
             END-IF
           END-IF.
           ADD  WK-SEIKYU-UNCHIN  TO  WK-KAI-GOKEI  (WK-KAI-HIT).
       EXT.
           EXIT.
      ********************************************************
      *  会社別合計表検索処理
      ********************************************************
       KAI-SRCH-RTN               SECTION.
           IF  WK-KAI-KAISHA-COD  (WK-KAI-IDX)  =  WK-KAISHA-COD
             MOVE  WK-KAI-IDX  TO  WK-KAI-HIT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  組替仕訳制御処理（会社ごとに組替仕訳を起こす）
      ********************************************************
       KUMIKAE-CTL-RTN            SECTION.
           PERFORM  KUMIKAE-RTN
             VARYING  WK-KAI-IDX  FROM  1  BY  1
               UNTIL  WK-KAI-IDX  >  WK-KAI-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  組替仕訳出力処理（会社の運賃請求の合計額を売上高から
      *  運賃収入へ振り替える）
      ********************************************************
       KUMIKAE-RTN                SECTION.
           IF  WK-KAI-GOKEI  (WK-KAI-IDX)  =  ZERO
             GO  TO  EXT
           END-IF.
           MOVE  SPACE               TO  GLF-REC.
           MOVE  WK-KAMOKU-URIAGE    TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-URIAGE-MEI  TO  GLJ-KAMOKU-MEI.
           MOVE  SPACE               TO  GLJ-TOKU-COD.
           MOVE  WK-KAI-GOKEI  (WK-KAI-IDX)  TO  GLJ-KINGAKU.
           MOVE  SPACE               TO  GLJ-HOJO-COD.
           MOVE  WK-KAI-KAISHA-COD  (WK-KAI-IDX)  TO  GLJ-KAISHA-COD.
           WRITE  GLF-REC.
           MOVE  SPACE               TO  GLF-REC.
           MOVE  WK-PC-DATE8  (1:6)  TO  GLJ-DENPYO-YM.
           MOVE  WK-KAMOKU-UNCHIN    TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-UNCHIN-MEI  TO  GLJ-KAMOKU-MEI.
           MOVE  SPACE               TO  GLJ-TOKU-COD.
           MOVE  WK-KAI-GOKEI  (WK-KAI-IDX)  TO  GLJ-KINGAKU.
           MOVE  SPACE               TO  GLJ-HOJO-COD.
           MOVE  WK-KAI-KAISHA-COD  (WK-KAI-IDX)  TO  GLJ-KAISHA-COD.
           WRITE  GLF-REC.
       EXT.
           EXIT.
