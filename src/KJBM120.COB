      *  サブシステム名：受注
      *  プログラム名  ：在庫移動元帳作成
      *  作成日／作成者：２０２６年８月２２日  システム技研
      *  変更日／変更者：２０２６年１０月１５日  システム技研
      *        変更内容：移動区分の表示文言に倉庫間移動・セット
      *                  組立解体・仕入先返品を追加
      *                ：移動区分の表示文言に委託在庫を追加
      ********************************************************
      *  在庫移動ジャーナル（KJCF090）を商品番号・倉庫・日時の
      *  キーでソートし、商品別の在庫移動元帳を印字する。各行に
         02  FILLER               PIC  X(12)  VALUE  "棚卸調整".
         02  FILLER               PIC  X(12)  VALUE  "メンテ修正".
         02  FILLER               PIC  X(12)  VALUE  "返品戻入".
         02  FILLER               PIC  X(12)  VALUE  "倉庫間移動".
         02  FILLER               PIC  X(12)  VALUE  "組立・解体".
         02  FILLER               PIC  X(12)  VALUE  "仕入先返品".
         02  FILLER               PIC  X(12)  VALUE  "委託在庫".
       01  WK-KBN-MEI-TBL  REDEFINES  WK-KBN-MEI-V.
         02  WK-KBN-MEI           PIC  X(12)  OCCURS  9  TIMES.
       01  WK-KBN-IDX             PIC  9(01)          VALUE  ZERO.
      *  大見出し
       01  H1-OOMIDASHI.
           MOVE  SPACE  TO  D1-KBN-MEI.
           IF  MVJ-IDO-KBN  IN  SRT-REC  IS  NUMERIC
             MOVE  MVJ-IDO-KBN  IN  SRT-REC  TO  WK-KBN-IDX
             IF  WK-KBN-IDX  >=  1  AND  <=  9
               MOVE  WK-KBN-MEI  (WK-KBN-IDX)  TO  D1-KBN-MEI
             END-IF
           END-IF.
