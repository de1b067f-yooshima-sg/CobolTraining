      *  作成日／作成者  ：２０１３年４月３０日  システム技研
      *  変更日／変更者  ：２０２６年９月　２日  システム技研
      *        変更内容  ：返品のＲＭＡ（返品承認）検査を追加
      *  変更日／変更者  ：２０２６年１０月１５日  システム技研
      *        変更内容  ：無償区分（サンプル・代替品）の検査を追加
      *                  ：無償区分に委託在庫の補充を追加
      ********************************************************
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
               IF  JF020-DATA-KBN  OF  ITF-REC  =  "9"
                   PERFORM  RMA-CHECK-RTN
               END-IF
      *        無償区分（空白・"1"・"2"。無償出荷・委託補充は新規
      *        受注（区分"1"）に限り、訂正・返品での指定は同じ枠(1)
      *        で落とす）
               IF  NOT  (JF020-MUSHO-KBN  OF  ITF-REC  =  SPACE
                         OR  ((JF020-MUSHO-KBN  OF  ITF-REC  =  "1"
                                                          OR  "2")
                              AND  JF020-DATA-KBN  OF  ITF-REC  =  1))
                   MOVE  "1"  TO  JF020-ERR-KBN  OF  OTF-REC  (1)
               END-IF
           END-IF.
      *
      *    受注番号
