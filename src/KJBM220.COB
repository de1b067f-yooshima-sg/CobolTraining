      *  サブシステム名    ：受注
      *  プログラム名      ：倉庫間移動出庫処理
      *  作成日／作成者    ：２０２６年９月　２日  システム技研
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：受入検査待ちロットの移動を例外に追加
      ********************************************************
      *    倉庫間移動指示ファイル（KJCF200）の指示済（状態"0"）
      *    行を読み、出庫側倉庫の商品マスタ在庫・ロット別在庫を
      *    減算して在途（状態"1"）へ進める。減算は在庫移動
      *    ジャーナル（KJCF090）へ移動区分"6"（倉庫間移動）の
      *    マイナス行として証跡を残す。倉庫コード不正・商品
      *    マスタ未登録・在庫不足・受入検査待ち（不合格）ロット
      *    の指示は在庫へ触れず、指示を状態"0"のまま残して出庫
      *    台帳の備考欄へ理由を印字する
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
             PERFORM  EXC-PRINT-RTN
             GO  TO  EXT
           END-IF.
           IF  IDO-LOT-NO  NOT  =  SPACE
             PERFORM  LOT-KENSA-CHECK-RTN
             IF  WK-EXC-RIYU  NOT  =  SPACE
               PERFORM  EXC-PRINT-RTN
               GO  TO  EXT
             END-IF
           END-IF.
           COMPUTE  WK-ZAIKO-AFTER  =
                    WK-ZAIKO-BEFORE  -  IDO-SURYO.
           IF  IDO-FROM-WHS  =  "02"
       EXT.
           EXIT.
      ********************************************************
      *  ロット検査区分確認処理（受入検査待ち・不合格のロットは
      *  商品マスタ在庫の外にあるため移動させない）
      ********************************************************
       LOT-KENSA-CHECK-RTN         SECTION.
           MOVE  IDO-SHOHIN-NO  TO  CFLOT-SHOHIN-NO.
           MOVE  IDO-FROM-WHS   TO  CFLOT-WHS-COD.
           MOVE  IDO-LOT-NO     TO  CFLOT-LOT-NO.
           READ  LOT-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  CFLOT-KENSA-KBN  NOT  =  SPACE
                 MOVE  "検査待ちロット"  TO  WK-EXC-RIYU
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  ロット出庫処理（出庫側ロットの残数を減算し、有効期限を
      *  指示行へ控えて入庫処理へ引き継ぐ。ロット別在庫が無い・
      *  残数不足の場合もマスタ在庫は減算済みのため、残数をゼロ
