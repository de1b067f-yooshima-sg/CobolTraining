      *  サブシステム名    ：受注
      *  プログラム名      ：滞留在庫エージングリスト作成
      *  作成日／作成者    ：２０２６年９月　２日  システム技研
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：受入検査待ちロットをロット内訳から除外
      ********************************************************
      *    在庫移動ジャーナル（KJCF090。必要に応じ退避分を連結
      *    したものを入力とする）から商品×倉庫別の最終出庫日
                   MOVE  "1"  TO  LOT-END-FLG
               ELSE
                 IF  CFLOT-ZAIKO-SURYO  >  ZERO
                   AND  CFLOT-KENSA-KBN  =  SPACE
                   MOVE  CFLOT-LOT-NO        TO  D2-LOT-NO
                   MOVE  CFLOT-ZAIKO-SURYO   TO  D2-LOT-ZAIKO
                   MOVE  CFLOT-NYUKO-DATE    TO  D2-NYUKO-DATE
