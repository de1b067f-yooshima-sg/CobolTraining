      *  変更日／変更者    ：２０２６年９月　２日  システム技研
      *        変更内容    ：受注番号の自動採番（KCBS030）を追加
      *                    ：返品のＲＭＡ番号入力欄を追加
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：無償区分（サンプル・代替品）欄を追加
      *                    ：無償区分に委託在庫の補充を追加
      *                    ：受注番号を得意先の会社の番号帯から採番
      ********************************************************
      *    ＥＤＩ経由（KJBM005）でない得意先の受注を、フラット
      *    ファイルの手作業作成に代えて画面から入力する。入力
      *    ＲＭＡ番号（返品（区分9）のとき事前承認番号を入力する。
      *    ゼロ＝承認なしのままKJBM020の検査で止まる）
       01  WK-IN-RMA-NO             PIC  9(06)  VALUE  ZERO.
      *    無償区分（"1"＝サンプル・代替品等の無償出荷。区分1のみ）
       01  WK-IN-MUSHO-KBN          PIC  X(01)  VALUE  SPACE.
      *    マスタ照合で得た名称（入力確認用に画面へ表示する）
       01  WK-TOKU-MEI              PIC  X(20)  VALUE  SPACE.
       01  WK-SHOHIN-MEI            PIC  X(20)  VALUE  SPACE.
           02  LINE 4  COLUMN 21  PIC  9(02)  USING  WK-IN-GYO-NO.
           02  LINE 5  COLUMN 1   VALUE  "データ区分(1/2/9): ".
           02  LINE 5  COLUMN 21  PIC  X(01)  USING  WK-IN-DATA-KBN.
           02  LINE 5  COLUMN 30  VALUE  "無償(1見本/2委託): ".
           02  LINE 5  COLUMN 50  PIC  X(01)  USING  WK-IN-MUSHO-KBN.
           02  LINE 6  COLUMN 1   VALUE  "受注日付(YYMMDD) : ".
           02  LINE 6  COLUMN 21  PIC  9(06)  USING  WK-IN-JUCHU-DATE.
           02  LINE 7  COLUMN 1   VALUE  "得意先コード     : ".
           EXIT.
      ********************************************************
      *    自動採番処理（共通採番サービスから新しい受注番号を
      *    払い出し、画面の受注番号欄へ反映する。番号帯は得意先
      *    の会社のものを使うため、得意先が未登録の場合は採番
      *    しない。採番できない場合は入力をエラーにして再入力を
      *    求める）
      ********************************************************
       SAIBAN-RTN                  SECTION.
           MOVE  WK-IN-TOKU-COD  TO  CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               MOVE  ZERO  TO  WK-IN-JUCHU-NO
               MOVE  "得意先マスタにありません。"
                                         TO  WK-MSG
               GO  TO  EXT
           END-READ.
           MOVE  "KJBM008"         TO  S030-SOURCE-ID.
           MOVE  CFTOK-KAISHA-COD  TO  S030-KAISHA-COD.
           CALL  "KCBS030"  USING  KCBS030-P1.
           IF  S030-RCD  =  SPACE
             MOVE  S030-JUCHU-NO  TO  WK-IN-JUCHU-NO
               MOVE  "処分区分が不正です。"
                                         TO  WK-MSG
           END-IF.
      *    無償区分（無償出荷・委託補充は新規受注（区分1）に限る）
           IF  WK-ERR-FLG  =  SPACE
             AND  NOT  (WK-IN-MUSHO-KBN  =  SPACE
                        OR  ((WK-IN-MUSHO-KBN  =  "1"  OR  "2")
                             AND  WK-IN-DATA-KBN  =  "1"))
               MOVE  "1"  TO  WK-ERR-FLG
               MOVE  "無償区分が不正です。"
                                         TO  WK-MSG
           END-IF.
      *    行番号
           IF  WK-ERR-FLG  =  SPACE
             AND  WK-IN-GYO-NO  =  ZERO
           IF  WK-ERR-FLG  =  SPACE
             PERFORM  TOKU-CHECK-RTN
           END-IF.
      *    委託補充は委託在庫場所の登録がある得意先に限る
           IF  WK-ERR-FLG  =  SPACE
             AND  WK-IN-MUSHO-KBN  =  "2"
             AND  CFTOK-ITAKU-WHS  =  SPACE
               MOVE  "1"  TO  WK-ERR-FLG
               MOVE  "委託在庫場所が未登録です。"
                                         TO  WK-MSG
           END-IF.
      *    商品番号
           IF  WK-ERR-FLG  =  SPACE
             PERFORM  SHOHIN-CHECK-RTN
           MOVE  WK-IN-RISON-KBN     TO  JF010-RISON-KBN.
           MOVE  WK-IN-SHOBUN-KBN    TO  JF010-SHOBUN-KBN.
           MOVE  WK-IN-RMA-NO        TO  JF010-RMA-NO.
           MOVE  WK-IN-MUSHO-KBN     TO  JF010-MUSHO-KBN.
           WRITE  ITF-REC.
           ADD  +1  TO  ITF-CNT.
       EXT.
