      *  サブシステム名    ：受注
      *  プログラム名      ：在庫整合性監査（夜間突合）
      *  作成日／作成者    ：２０２６年９月　２日  システム技研
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：受入検査待ちロットをロット合計から除外
      *                    ：委託在庫場所のロット合計の突合を追加
      ********************************************************
      *    夜間バッチの最後に走らせ、在庫の帳簿が壊れていないか
      *    を三面で突き合わせる監査レポートを印字する。
      *    （１）ロット別在庫（KCCFLOT）の商品×倉庫別合計と商品
      *    　　　マスタ（KCCFSHO）の倉庫在庫の突合。ロット合計が
      *    　　　帳簿在庫を超えていれば異常、ロットありで一致
      *    　　　しない場合はロット未管理分として要確認扱い。
      *    　　　受入検査待ち・不合格のロットは帳簿在庫の外の
      *    　　　ため合計に含めない
      *    （２）当日分の在庫移動ジャーナル（KJCF090）の再生。
      *    　　　各行の移動前＋移動数量＝移動後の検算と、同一
      *    　　　商品×倉庫内で前行の移動後＝次行の移動前の連鎖
      *    　　　検査を行い、崩れた行を前行とともに印字する
      *    （３）当日移動のあった商品×倉庫について、最終行の
      *    　　　移動後残と商品マスタの現在庫の突合
      *    得意先の委託在庫場所（倉庫コード"01"・"02"以外）は商品
      *    マスタに在庫を持たないため、（１）（３）に代えてロット
      *    合計と当日最終行の移動後残（場所のロット合計）を突き
      *    合わせる
      *    監査対象日は環境変数KJBM245_DATE（省略時は処理日）
      ********************************************************
       ENVIRONMENT                 DIVISION.
           PERFORM  VARYING  WK-TBL-IDX  FROM  2  BY  1
             UNTIL  WK-TBL-IDX  >  WK-TBL-CNT  +  1
             IF  WK-TBL-FIRST-FLG  (WK-TBL-IDX)  =  "1"
               AND  (WK-TBL-WHS-COD  (WK-TBL-IDX)  =  "01"  OR  "02")
               MOVE  WK-TBL-SHOHIN-NO  (WK-TBL-IDX)
                 TO  CFSHO-SHOHIN-NO
               READ  IMF-FILE
               MOVE  CFLOT-WHS-COD    TO  WK-LOT-WHS-COD
               MOVE  ZERO             TO  WK-LOT-GOKEI
           END-IF.
           IF  CFLOT-KENSA-KBN  =  SPACE
             ADD  CFLOT-ZAIKO-SURYO  TO  WK-LOT-GOKEI
           END-IF.
           PERFORM  LOT-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  ロット合計突合処理（ロット合計が帳簿在庫を超えていれば
      *  異常、それ以外の不一致はロット未管理分として要確認。
      *  委託在庫場所は委託残突合処理で検査する）
      ********************************************************
       LOT-BREAK-RTN              SECTION.
           IF  WK-LOT-WHS-COD  NOT  =  "01"
             AND  WK-LOT-WHS-COD  NOT  =  "02"
               PERFORM  ITAKU-CHECK-RTN
               GO  TO  EXT
           END-IF.
           MOVE  WK-LOT-SHOHIN-NO  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
       EXT.
           EXIT.
      ********************************************************
      *  委託残突合処理（当日移動のあった委託在庫場所について、
      *  ジャーナル最終行の移動後残とロット合計を突き合わせる）
      ********************************************************
       ITAKU-CHECK-RTN            SECTION.
           MOVE  WK-LOT-SHOHIN-NO  TO  WK-TBL-SHOHIN-NO  (1).
           MOVE  WK-LOT-WHS-COD    TO  WK-TBL-WHS-COD    (1).
           PERFORM  TBL-FIND-RTN.
           IF  WK-TBL-HIT-IDX  =  +0
             GO  TO  EXT
           END-IF.
           IF  WK-TBL-FIRST-FLG  (WK-TBL-HIT-IDX)  NOT  =  "1"
             GO  TO  EXT
           END-IF.
           IF  WK-LOT-GOKEI  NOT  =  WK-TBL-AFTER  (WK-TBL-HIT-IDX)
             MOVE  "委託残不一致"    TO  D1-KENMEI
             MOVE  WK-LOT-SHOHIN-NO  TO  D1-SHOHIN-NO
             MOVE  WK-LOT-WHS-COD    TO  D1-WHS-COD
             MOVE  WK-TBL-AFTER  (WK-TBL-HIT-IDX)  TO  D1-SUJI1
             MOVE  WK-LOT-GOKEI      TO  D1-SUJI2
             PERFORM  FUGO-PRINT-RTN
             MOVE  WK-TBL-PREV-ROW  (WK-TBL-HIT-IDX)
               TO  WK-PREV-ROW
             PERFORM  PREV-PRINT-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  不一致印字処理
      ********************************************************
       FUGO-PRINT-RTN             SECTION.
