      * サブシステム名：売上
      * プログラム名  ：受注充足率・納期遵守（ＯＴＩＦ）月報作成
      * 作成日／作成者：２０２６年９月　２日  システム技研
      * 変更日／変更者：２０２６年１０月１５日  システム技研
      *       変更内容：無償出荷（サンプル・代替品）を集計対象外に変更
      ********************************************************
      *  当月の受注明細（KJCF020形式。世代退避分を連結したものを
      *  入力とする）と出荷確認（KUCF080。当月分を連結）を突き
      *  　・未出荷　　：出荷確認なし（エラー止まり・取消含む）
      *  納期遅延が許容日数（システムパラメタKU-OTIF-EXC-DAYS、
      *  既定値３日）を超えた明細は例外明細として個別に印字し、
      *  四半期の得意先レビューに使う。
      *  無償出荷（無償区分"1"）は得意先の発注ではないため集計
      *  しない
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
      ********************************************************
       HANTEI-RTN                 SECTION.
           IF  JF020-DATA-KBN  OF  ITF-REC  NOT  =  "1"
             OR  JF020-MUSHO-KBN  OF  ITF-REC  =  "1"
               GO  TO  NEXT-READ
           END-IF.
           MOVE  JF020-JUCHU-NO  OF  ITF-REC  TO  WK-SRCH-JUCHU-NO.
           MOVE  JF020-GYO-NO    OF  ITF-REC  TO  WK-SRCH-GYO-NO.
