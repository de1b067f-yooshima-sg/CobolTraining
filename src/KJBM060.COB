      * サブシステム名：受注
      * プログラム名  ：受注エラーリスト作成
      * 作成日／作成者：２０１３年４月３０日  システム技研
      * 変更日／変更者：２０２６年１０月１５日  システム技研
      *       変更内容：警告区分に配送日変更を追加
      *               ：警告区分に数量異常・初回受注商品を追加
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
      *    警告区分（区分"1"＝価格差異（KJBM030）、区分"2"＝
      *    営業員マスタ未登録／退職済（KJBM040）、区分"3"＝
      *    為替レート鮮度（KJBM030）、区分"4"＝休業日の受注・
      *    納品日付（KJBM020）、区分"6"＝配送ルートの運行日への
      *    配送日変更（KJBM040）、区分"7"＝購買実績と比べた数量・
      *    金額の異常、区分"8"＝初回受注商品（KJBM050））。通常は
      *    WRN-FILE行きで(1)〜(9)とは無縁だが、他の業務エラーと
      *    同時に成立した場合のみここで理由文言を補う
           IF  JF020-ERR-KBN  (10)  NOT  =  SPACE
             IF  WK-BIKO  =  SPACE
               EVALUATE  JF020-ERR-KBN  (10)
                   MOVE  "レート要確認"  TO  WK-BIKO
                 WHEN  "4"
                   MOVE  "休業日要確認"  TO  WK-BIKO
                 WHEN  "6"
                   MOVE  "配送日変更"    TO  WK-BIKO
                 WHEN  "7"
                   MOVE  "数量金額異常"  TO  WK-BIKO
                 WHEN  "8"
                   MOVE  "初回受注商品"  TO  WK-BIKO
                 WHEN  OTHER
                   MOVE  WK-ERR-MSG-1  (10)  TO  WK-BIKO
               END-EVALUATE
