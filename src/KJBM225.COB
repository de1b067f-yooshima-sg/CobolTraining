      *  サブシステム名    ：受注
      *  プログラム名      ：倉庫間移動入庫処理
      *  作成日／作成者    ：２０２６年９月　２日  システム技研
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：受入検査区分の追加に伴う新規ロットの初期化
      *                    ：出庫側ロットの付随費用単価の引継ぎを追加
      ********************************************************
      *    倉庫間移動指示ファイル（KJCF200）の在途（状態"1"）行を
      *    読み、到着側倉庫の商品マスタ在庫・ロット別在庫へ加算
       01  WK-ZAIKO-BEFORE         PIC S9(07)          VALUE  ZERO.
       01  WK-ZAIKO-AFTER          PIC S9(07)          VALUE  ZERO.
       01  WK-EXC-RIYU             PIC  X(14)          VALUE  SPACE.
       01  WK-FUTAI-TANKA          PIC S9(05)V9(2)     VALUE  ZERO.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER                PIC  X(10)  VALUE  SPACE.
      ********************************************************
      *  ロット入庫処理（到着側のロット別在庫へ積み増す。初入庫
      *  のロットは入庫日を到着日、出庫処理が控えた有効期限を
      *  引き継いで新規登録する。付随費用単価は出庫側ロットの
      *  単価を引き継ぎ、既存ロットへは残数と加重平均する）
      ********************************************************
       LOT-NYUKO-RTN               SECTION.
           MOVE  IDO-SHOHIN-NO  TO  CFLOT-SHOHIN-NO.
           MOVE  IDO-FROM-WHS   TO  CFLOT-WHS-COD.
           MOVE  IDO-LOT-NO     TO  CFLOT-LOT-NO.
           READ  LOT-FILE
             INVALID  KEY
               MOVE  ZERO               TO  WK-FUTAI-TANKA
             NOT  INVALID  KEY
               MOVE  CFLOT-FUTAI-TANKA  TO  WK-FUTAI-TANKA
           END-READ.
           MOVE  IDO-SHOHIN-NO  TO  CFLOT-SHOHIN-NO.
           MOVE  IDO-TO-WHS     TO  CFLOT-WHS-COD.
           MOVE  IDO-LOT-NO     TO  CFLOT-LOT-NO.
           READ  LOT-FILE
             INVALID  KEY
               MOVE  SPACE          TO  LOT-REC
               MOVE  IDO-SHOHIN-NO  TO  CFLOT-SHOHIN-NO
               MOVE  IDO-TO-WHS     TO  CFLOT-WHS-COD
               MOVE  IDO-LOT-NO     TO  CFLOT-LOT-NO
               MOVE  IDO-SURYO      TO  CFLOT-ZAIKO-SURYO
               MOVE  WK-PC-DATE8    TO  CFLOT-NYUKO-DATE
               MOVE  IDO-YUKO-DATE  TO  CFLOT-YUKO-DATE
               MOVE  ZERO           TO  CFLOT-HORYU-DATE
               MOVE  WK-FUTAI-TANKA TO  CFLOT-FUTAI-TANKA
               WRITE  LOT-REC
             NOT  INVALID  KEY
               IF  CFLOT-ZAIKO-SURYO  >  ZERO
                 COMPUTE  CFLOT-FUTAI-TANKA  ROUNDED  =
                        ( CFLOT-FUTAI-TANKA  *  CFLOT-ZAIKO-SURYO  +
                          WK-FUTAI-TANKA     *  IDO-SURYO )  /
                        ( CFLOT-ZAIKO-SURYO  +  IDO-SURYO )
               ELSE
                 MOVE  WK-FUTAI-TANKA  TO  CFLOT-FUTAI-TANKA
               END-IF
               ADD  IDO-SURYO  TO  CFLOT-ZAIKO-SURYO
               IF  CFLOT-YUKO-DATE  =  ZERO
                 MOVE  IDO-YUKO-DATE  TO  CFLOT-YUKO-DATE
