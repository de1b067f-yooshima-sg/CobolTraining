      * 作成日／作成者：２０１３年４月３０日  システム技研
      * 変更日／変更者：２０２６年９月　２日  システム技研
      *       変更内容：与信限度の一時増枠（KCCFCRO）に対応
      * 変更日／変更者：２０２６年１０月１５日  システム技研
      *       変更内容：前受金の預かり残高を与信余力に加える
      *               ：配送ルートの運行日による配送日の提案を追加
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFCRO-TOKU-COD.
           SELECT  MAE-FILE  ASSIGN  TO  EXTERNAL  MAE
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  MAE-TOKU-COD.
           SELECT  OTF-FILE  ASSIGN  TO  EXTERNAL  OTF.
           SELECT  CTL-FILE  ASSIGN  TO  EXTERNAL  CTL.
           SELECT  RUN-FILE  ASSIGN  TO  EXTERNAL  RNS
       FD  CRO-FILE.
       01  CRO-REC.
           COPY  KCCFCRO.
      *    前受金台帳（預かり残高を与信余力へ上乗せ）
       FD  MAE-FILE.
       01  MAE-REC.
           COPY  KUCF180.
       FD  OTF-FILE.
       01  OTF-REC.
           COPY  KJCF020.
       01  EGY-CNT                PIC  S9(9)  VALUE  +0.
       01  OTF-CNT                PIC  S9(9)  VALUE  +0.
       01  FWD-CNT                PIC  S9(9)  VALUE  +0.
       01  RTE-CNT                PIC  S9(9)  VALUE  +0.
       01  TEIAN-CNT              PIC  S9(9)  VALUE  +0.
       01  WK-SHINYOU-GAKU        PIC S9(10)  VALUE  +0.
      *    与信一時増枠用（期限内の増枠額を限度額へ上乗せする。
      *    増枠のおかげで通った受注は警告区分(10)へ"5"＝増枠承認
       01  WK-CRO-ZOGAKU           PIC S9(09)          VALUE  ZERO.
       01  WK-YUKO-LIMIT           PIC S9(10)          VALUE  ZERO.
       01  WK-CRO-DATE8            PIC  9(08)          VALUE  ZERO.
      *    前受金の預かり残高（前受取引先は限度額ゼロでも預かり
      *    残高の範囲で受注を通し、超える分を与信ホールドとする）
       01  WK-MAE-ZAN              PIC S9(09)          VALUE  ZERO.
      *    試走モード（環境変数KJSIM="1"のとき、チェックは全て
      *    行うが突合コントロール・実行記録の書出しを抑止する）
       01  WK-SIM-FLG             PIC  X(01)  VALUE  SPACE.
      *    配送ルート・配送日算出連携パラメタ
           COPY  KCBS040P.
      *
      ********************************************************
      *  受注データ得意先コードチェック
           OPEN  INPUT   EGY-FILE.
           OPEN  INPUT   FWD-FILE.
           OPEN  INPUT   CRO-FILE.
           OPEN  INPUT   MAE-FILE.
           OPEN  OUTPUT  OTF-FILE.
           OPEN  EXTEND  CTL-FILE.
           OPEN  I-O     STS-FILE.
             MOVE  CFTOK-TOKU-MEI  TO  JF020-TOKU-MEI  OF  ITF-REC
             PERFORM  CREDIT-CHECK-RTN
             PERFORM  SHIP-MATCH-RTN
             PERFORM  HAISO-BI-TEIAN-RTN
           END-IF.
       EXT.
           EXIT.
       EXT.
           EXIT.
      ********************************************************
      *  配送日提案処理（自社便の配送ルートが設定された出荷先への
      *  新規受注は、希望納品日以降（指定なし・過去日は当日以降、
      *  当日の出発締め時刻後は翌日以降）で最初の運行曜日かつ
      *  営業日を配送ルート共通サブルーチン（KCBS040）で求め、
      *  希望納品日とする。希望納品日の指定があってそれを動かした
      *  場合は警告区分(10)へ"6"＝配送日変更を立て、要確認扱い
      *  とする（警告枠は先勝ち）。ルート外の出荷先はそのまま）
      ********************************************************
       HAISO-BI-TEIAN-RTN         SECTION.
           IF  JF020-DATA-KBN  OF  ITF-REC  NOT  =  "1"
             OR  JF020-ERR-KBN  OF  ITF-REC  (3)  NOT  =  SPACE
             OR  JF020-NOKI-DATE  OF  ITF-REC  NOT  NUMERIC
               GO  TO  EXT
           END-IF.
           MOVE  "2"                           TO  S040-FUNC.
           MOVE  JF020-TOKU-COD   OF  ITF-REC  TO  S040-TOKU-COD.
           MOVE  JF020-SHIP-COD   OF  ITF-REC  TO  S040-SHIP-COD.
           MOVE  JF020-NOKI-DATE  OF  ITF-REC  TO  S040-DATE1.
           CALL  "KCBS040"  USING  KCBS040-P1.
           IF  S040-RCD  NOT  =  SPACE
             GO  TO  EXT
           END-IF.
           ADD  +1  TO  RTE-CNT.
           IF  S040-KEKKA-DATE  =  JF020-NOKI-DATE  OF  ITF-REC
             GO  TO  EXT
           END-IF.
           IF  JF020-NOKI-DATE  OF  ITF-REC  NOT  =  ZERO
             AND  JF020-ERR-KBN  OF  ITF-REC  (10)  =  SPACE
               MOVE  "6"  TO  JF020-ERR-KBN  OF  ITF-REC  (10)
           END-IF.
           MOVE  S040-KEKKA-DATE  TO  JF020-NOKI-DATE  OF  ITF-REC.
           ADD  +1  TO  TEIAN-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  営業員コードチェック処理（営業員マスタに無い、または
      *  在籍フラグの落ちた営業員コードの受注は、歩合集計に
      *  幽霊コードの集計枠を作らないよう警告区分(10)へ区分
      ********************************************************
      *  与信限度額チェック処理（限度額が設定されている得意先
      *  のみ、売掛残高＋今回受注金額が限度額を超えたら与信
      *  ホールドのエラー区分(7)を立てる。前受金の預かり残高は
      *  限度額へ上乗せし、前受取引先は限度額ゼロでも預かり残高
      *  を限度としてチェックする）
      ********************************************************
       CREDIT-CHECK-RTN           SECTION.
           IF  CFTOK-CREDIT-LIMIT  NOT  =  ZERO
             OR  CFTOK-MAEUKE-FLG  =  "1"
             PERFORM  CRO-YOMI-RTN
             PERFORM  MAE-YOMI-RTN
             COMPUTE  WK-YUKO-LIMIT  =
                      CFTOK-CREDIT-LIMIT  +  WK-CRO-ZOGAKU
                      +  WK-MAE-ZAN
             COMPUTE  WK-SHINYOU-GAKU  =  CFTOK-URIKAKE-ZAN  +
                      JF020-KINGAKU  OF  ITF-REC
             IF  WK-SHINYOU-GAKU  >  WK-YUKO-LIMIT
             ELSE
      *        マスタの限度額だけなら超えていた受注は増枠承認済み
      *        として要確認警告を立てる
               IF  WK-SHINYOU-GAKU  >
                   CFTOK-CREDIT-LIMIT  +  WK-MAE-ZAN
                 AND  JF020-ERR-KBN  OF  ITF-REC  (10)  =  SPACE
                   MOVE  "5"  TO  JF020-ERR-KBN  OF  ITF-REC  (10)
               END-IF
       EXT.
           EXIT.
      ********************************************************
      *  前受金読込処理（処理中の得意先の預かり残高を控える。
      *  台帳未登録・残高マイナスはゼロ）
      ********************************************************
       MAE-YOMI-RTN               SECTION.
           MOVE  ZERO  TO  WK-MAE-ZAN.
           MOVE  JF020-TOKU-COD  OF  ITF-REC  TO  MAE-TOKU-COD.
           READ  MAE-FILE
             INVALID  KEY
               GO  TO  EXT
           END-READ.
           IF  MAE-ZAN  >  ZERO
             MOVE  MAE-ZAN  TO  WK-MAE-ZAN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  転送先チェック処理（マスタに無い得意先コードは、コード
      *  統合（KJBM155）でリタイアした旧コードの可能性がある
      *  ため転送マスタを引き、控えがあれば新コードへ付け替えて
           END-IF.
           CLOSE  ITF-FILE  IMF-FILE  SHK-FILE  EGY-FILE  FWD-FILE
                  OTF-FILE  CTL-FILE  RUN-FILE  STS-FILE
                  CRO-FILE  MAE-FILE.
           DISPLAY  "*** ITF-CNT="  ITF-CNT.
           DISPLAY  "*** IMF-CNT="  IMF-CNT.
           DISPLAY  "*** SHK-CNT="  SHK-CNT.
           DISPLAY  "*** EGY-CNT="  EGY-CNT.
           DISPLAY  "*** FWD-CNT="  FWD-CNT.
           DISPLAY  "*** RTE-CNT="  RTE-CNT.
           DISPLAY  "*** TEIAN  ="  TEIAN-CNT.
           DISPLAY  "*** OTF-CNT="  OTF-CNT.
           DISPLAY  "*** KJBM040  END ***".
       EXT.
