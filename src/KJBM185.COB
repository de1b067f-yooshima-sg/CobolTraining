      *  サブシステム名    ：受注
      *  プログラム名      ：受注リリーススケジューリング
      *  作成日／作成者    ：２０２６年８月２３日  システム技研
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：受注チェックファイルのレコード長変更
      *                    ：配送ルートの運行日でリリース判定を追加
      ********************************************************
      *    KJBM050の通常ストリーム（OTF1）と前日までのリリース
      *    待ち控え（RLI）を読み、希望納品日からリードタイム
      *    リリース待ち"9"、リリースした受注にリリース"5"を
      *    記番する（通常ストリームの記番はKJBM050ではなく
      *    本プログラムが行う）。
      *    自社便の配送ルートが設定された出荷先あての受注は、配送
      *    ルート共通サブルーチン（KCBS040）で希望納品日以降の最初
      *    の運行日（運行曜日かつ営業日。当日の出発締め時刻後は翌日
      *    以降）を求め、その日を納品日としてルートの便に合わせて
      *    リリース判定する（訂正で運行日以外へ動いた納品日もここで
      *    運行日へ直す）。直送品は仕入先が出荷するため対象外。
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       01  RLO-CNT                 PIC S9(9)  COMP-3   VALUE   +0.
       01  AMF-CNT                 PIC S9(9)  COMP-3   VALUE   +0.
       01  AMD-CNT                 PIC S9(9)  COMP-3   VALUE   +0.
       01  RTE-CNT                 PIC S9(9)  COMP-3   VALUE   +0.
       01  WK-TODAY8               PIC  9(08)          VALUE  ZERO.
      *    受注訂正控え（AMFを開始時に読み込み、持ち越し分の
      *    対象受注へ適用する）
       01  WK-AMF-IDX              PIC  S9(4)  COMP-3  VALUE  +0.
       01  WK-AMF-TBL.
         02  WK-AMF-ENT            OCCURS  999  TIMES.
           03  WK-AMF-REC          PIC  X(183).
           03  WK-AMF-USED-FLG     PIC  X(01).
       01  WK-AMF-WORK.
           COPY  KJCF020.
      *    判定結果（"1"＝リリース、空白＝持ち越し）
       01  WK-RELEASE-FLG          PIC  X(01)          VALUE  SPACE.
           COPY  KCBS020P.
      *    配送ルート・配送日算出連携パラメタ
           COPY  KCBS040P.
      *
      ********************************************************
      *  受注リリーススケジューリング（当日分と持ち越し分を
             OR  JF020-NOKI-DATE   OF  ITF-REC  NOT  NUMERIC
               GO  TO  EXT
           END-IF.
           IF  JF020-CHOKUSO-KBN  OF  ITF-REC  NOT  =  "1"
             PERFORM  ROUTE-HAISO-BI-RTN
           END-IF.
           IF  JF020-NOKI-DATE  OF  ITF-REC  <=  WK-TODAY8
               GO  TO  EXT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  ルート配送日処理（配送ルートのある出荷先は希望納品日以降
      *  の最初の運行日を納品日とする。ルート外・算出不能は希望
      *  納品日のまま）
      ********************************************************
       ROUTE-HAISO-BI-RTN          SECTION.
           MOVE  "2"                           TO  S040-FUNC.
           MOVE  JF020-TOKU-COD   OF  ITF-REC  TO  S040-TOKU-COD.
           MOVE  JF020-SHIP-COD   OF  ITF-REC  TO  S040-SHIP-COD.
           MOVE  JF020-NOKI-DATE  OF  ITF-REC  TO  S040-DATE1.
           CALL  "KCBS040"  USING  KCBS040-P1.
           IF  S040-RCD  =  SPACE
             AND  S040-KEKKA-DATE  NOT  =  JF020-NOKI-DATE  OF  ITF-REC
               MOVE  S040-KEKKA-DATE  TO  JF020-NOKI-DATE  OF  ITF-REC
               ADD  +1  TO  RTE-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           DISPLAY  "*** RLO-CNT="  RLO-CNT.
           DISPLAY  "*** AMF-CNT="  AMF-CNT.
           DISPLAY  "*** AMD-CNT="  AMD-CNT.
           DISPLAY  "*** RTE-CNT="  RTE-CNT.
           DISPLAY  "*** KJBM185  END ***".
       EXT.
           EXIT.
