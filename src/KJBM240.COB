      *  サブシステム名    ：受注
      *  プログラム名      ：月次在庫評価表作成・棚卸資産仕訳抽出
      *  作成日／作成者    ：２０２６年９月　２日  システム技研
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：受入検査待ちロットをロット内訳評価から除外
      *                    ：ロットの付随費用を評価額へ加算
      *                    ：得意先の委託在庫場所の在庫を評価に追加
      ********************************************************
      *    商品マスタ（KCCFSHO）を順読みし、商品×倉庫別の在庫
      *    数量を評価日時点で有効な標準原価（CFSHO-GENKAと原価
      *    改定履歴）で評価した在庫評価表を印字する。各行の下に
      *    ロット別在庫（KCCFLOT）の内訳評価を付ける。付随費用
      *    配賦（KJBM380）がロットへ積んだ付随費用（残数×付随
      *    費用単価）は標準原価による評価額へ加算する。評価日は
      *    環境変数KJBM240_DATE（YYYYMMDD、省略時は処理日）。
      *    商品×倉庫別の前回評価額（KJCF220）との差額を合計し、
      *    増加なら借方：商品／貸方：商品棚卸増減、減少なら逆
      *    仕訳のＧＬ仕訳（KUCF050形式）を書き出して、在庫勘定を
      *    実地残高へ合わせる。評価後はサマリを当月値で洗い替える。
      *    得意先構内の委託在庫（倉庫コードが委託在庫場所のロット
      *    別在庫。商品マスタの倉庫在庫の外）も当社の在庫として
      *    委託在庫場所ごとにロット残数の合計で評価する
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       01  WK-GENKA               PIC S9(05)V9(2)     VALUE  ZERO.
       01  WK-BEST-EFF-DATE       PIC  9(08)          VALUE  ZERO.
       01  WK-HIST-IDX            PIC S9(4)  COMP-3  VALUE  +0.
      *    委託在庫場所別のロット残数合計（商品ごとに作り直す）
       01  WK-ITK-MAX             PIC S9(4)  COMP-3  VALUE  +20.
       01  WK-ITK-CNT             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-ITK-IDX             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-ITK-HIT             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-ITK-TBL.
         02  WK-ITK-ENT           OCCURS  20  TIMES.
           03  WK-ITK-WHS-COD     PIC  X(02).
           03  WK-ITK-SURYO       PIC S9(07).
      *    倉庫別評価・差額集計
       01  WK-WHS-COD             PIC  X(02)          VALUE  SPACE.
       01  WK-ZAIKO-SURYO         PIC S9(07)          VALUE  ZERO.
       01  WK-ZAIKO-VALUE         PIC S9(11)          VALUE  ZERO.
       01  WK-LOT-VALUE           PIC S9(11)          VALUE  ZERO.
      *    ロット付随費用（残数×付随費用単価）の倉庫計・ロット別
       01  WK-FUTAI-VALUE         PIC S9(11)          VALUE  ZERO.
       01  WK-LOT-FUTAI           PIC S9(11)          VALUE  ZERO.
       01  WK-TOTAL-VALUE         PIC S9(13)  COMP-3  VALUE  +0.
       01  WK-TOTAL-SAGAKU        PIC S9(13)  COMP-3  VALUE  +0.
       01  WK-SAGAKU              PIC S9(11)          VALUE  ZERO.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "適用原価".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "付随費用".
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  FILLER               PIC  X(12)  VALUE  "評価額".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(12)  VALUE  "前回差額".
         02  FILLER               PIC  X(60)  VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-GENKA             PIC  ZZ,ZZ9.99.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-FUTAI             PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-VALUE             PIC  ZZ,ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-SAGAKU            PIC  ZZ,ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(53)  VALUE  SPACE.
      *  ロット内訳明細
       01  D2-LOT.
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  D2-LOT-ZAIKO         PIC  Z,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-LOT-VALUE         PIC  ZZ,ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "付随単価：".
         02  D2-LOT-FUTAI-TANKA   PIC  ZZ,ZZ9.99.
         02  FILLER               PIC  X(59)  VALUE  SPACE.
      *  合計行
       01  D3-GOKEI.
         02  FILLER               PIC  X(12)  VALUE
           EXIT.
      ********************************************************
      *  評価制御処理（商品ごとに評価日時点の原価を判定し、両
      *  倉庫と委託在庫場所を評価する）
      ********************************************************
       HYOKA-CTL-RTN              SECTION.
           PERFORM  EFF-GENKA-RTN.
           MOVE  "02"  TO  WK-WHS-COD.
           MOVE  CFSHO-ZAIKO-SURYO-WH2  TO  WK-ZAIKO-SURYO.
           PERFORM  WHS-HYOKA-RTN.
           PERFORM  ITAKU-SHUKEI-RTN.
           PERFORM  ITAKU-HYOKA-RTN
               VARYING  WK-ITK-IDX  FROM  1  BY  1
               UNTIL  WK-ITK-IDX  >  WK-ITK-CNT.
           PERFORM  IMF-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  委託在庫集計処理（商品のロット別在庫のうち倉庫コードが
      *  "01"・"02"以外の行を委託在庫場所ごとに合計する。残数
      *  ゼロの行も場所として拾い、前回評価額の洗い替えに使う）
      ********************************************************
       ITAKU-SHUKEI-RTN           SECTION.
           MOVE  ZERO  TO  WK-ITK-CNT.
           MOVE  "0"   TO  LOT-END-FLG.
           MOVE  CFSHO-SHOHIN-NO  TO  CFLOT-SHOHIN-NO.
           MOVE  LOW-VALUE        TO  CFLOT-WHS-COD  CFLOT-LOT-NO.
           START  LOT-FILE  KEY  >=  CFLOT-KEY
             INVALID  KEY
               MOVE  "1"  TO  LOT-END-FLG
           END-START.
           PERFORM  ITAKU-SCAN-RTN  UNTIL  LOT-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  委託在庫走査処理（表あふれは表示のみ）
      ********************************************************
       ITAKU-SCAN-RTN             SECTION.
           READ  LOT-FILE  NEXT
             AT  END
               MOVE  "1"  TO  LOT-END-FLG
               GO  TO  EXT
           END-READ.
           IF  CFLOT-SHOHIN-NO  NOT  =  CFSHO-SHOHIN-NO
             MOVE  "1"  TO  LOT-END-FLG
             GO  TO  EXT
           END-IF.
           IF  CFLOT-WHS-COD  =  "01"  OR  "02"
             GO  TO  EXT
           END-IF.
           MOVE  ZERO  TO  WK-ITK-HIT.
           PERFORM  ITAKU-SRCH-RTN
               VARYING  WK-ITK-IDX  FROM  1  BY  1
               UNTIL  WK-ITK-IDX  >  WK-ITK-CNT
               OR  WK-ITK-HIT  NOT  =  ZERO.
           IF  WK-ITK-HIT  =  ZERO
             IF  WK-ITK-CNT  >=  WK-ITK-MAX
               DISPLAY  "*** KJBM240 ITK-TBL OVER "  CFLOT-SHOHIN-NO
                        " "  CFLOT-WHS-COD
               GO  TO  EXT
             END-IF
             ADD  +1  TO  WK-ITK-CNT
             MOVE  WK-ITK-CNT     TO  WK-ITK-HIT
             MOVE  CFLOT-WHS-COD  TO  WK-ITK-WHS-COD  (WK-ITK-HIT)
             MOVE  ZERO           TO  WK-ITK-SURYO    (WK-ITK-HIT)
           END-IF.
           ADD  CFLOT-ZAIKO-SURYO  TO  WK-ITK-SURYO  (WK-ITK-HIT).
       EXT.
           EXIT.
      ********************************************************
      *  委託在庫場所検索処理
      ********************************************************
       ITAKU-SRCH-RTN             SECTION.
           IF  WK-ITK-WHS-COD  (WK-ITK-IDX)  =  CFLOT-WHS-COD
             MOVE  WK-ITK-IDX  TO  WK-ITK-HIT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  委託在庫評価処理（委託在庫場所を倉庫として評価する）
      ********************************************************
       ITAKU-HYOKA-RTN            SECTION.
           MOVE  WK-ITK-WHS-COD  (WK-ITK-IDX)  TO  WK-WHS-COD.
           MOVE  WK-ITK-SURYO    (WK-ITK-IDX)  TO  WK-ZAIKO-SURYO.
           PERFORM  WHS-HYOKA-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  評価日現在の適用原価判定処理（評価日が現行原価の適用
      *  開始日より前なら原価改定履歴から評価日時点で有効だった
      *  原価を探し、該当が無ければ現行原価を使う。単価改定の
      ********************************************************
      *  倉庫別評価処理（在庫ゼロ以下かつ前回評価額も無い行は
      *  印字しない。前回評価額との差額を総増減へ積み上げ、
      *  サマリを当月値で洗い替える。評価額はロットの付随費用
      *  を含む）
      ********************************************************
       WHS-HYOKA-RTN              SECTION.
           PERFORM  FUTAI-SHUKEI-RTN.
           COMPUTE  WK-ZAIKO-VALUE  =
                    WK-ZAIKO-SURYO  *  WK-GENKA  +  WK-FUTAI-VALUE.
           MOVE  CFSHO-SHOHIN-NO  TO  VAL-SHOHIN-NO.
           MOVE  WK-WHS-COD       TO  VAL-WHS-COD.
           READ  VAL-FILE
           MOVE  WK-WHS-COD       TO  D1-WHS-COD.
           MOVE  WK-ZAIKO-SURYO   TO  D1-ZAIKO.
           MOVE  WK-GENKA         TO  D1-GENKA.
           MOVE  WK-FUTAI-VALUE   TO  D1-FUTAI.
           MOVE  WK-ZAIKO-VALUE   TO  D1-VALUE.
           MOVE  WK-SAGAKU        TO  D1-SAGAKU.
           MOVE  D1-MEISAI  TO  OEF-REC.
       EXT.
           EXIT.
      ********************************************************
      *  ロット内訳印字処理（ロット残数×適用原価に付随費用を
      *  加えて内訳評価する）
      ********************************************************
       LOT-UCHIWAKE-RTN           SECTION.
           MOVE  "0"  TO  LOT-END-FLG.
                   MOVE  "1"  TO  LOT-END-FLG
               ELSE
                 IF  CFLOT-ZAIKO-SURYO  >  ZERO
                   AND  CFLOT-KENSA-KBN  =  SPACE
                   COMPUTE  WK-LOT-FUTAI  ROUNDED  =
                            CFLOT-ZAIKO-SURYO  *  CFLOT-FUTAI-TANKA
                   COMPUTE  WK-LOT-VALUE  =
                            CFLOT-ZAIKO-SURYO  *  WK-GENKA  +
                            WK-LOT-FUTAI
                   MOVE  CFLOT-LOT-NO       TO  D2-LOT-NO
                   MOVE  CFLOT-ZAIKO-SURYO  TO  D2-LOT-ZAIKO
                   MOVE  WK-LOT-VALUE       TO  D2-LOT-VALUE
                   MOVE  CFLOT-FUTAI-TANKA  TO  D2-LOT-FUTAI-TANKA
                   MOVE  D2-LOT  TO  OEF-REC
                   WRITE  OEF-REC  AFTER  1
                   ADD  +1  TO  LINE-CNT
       EXT.
           EXIT.
      ********************************************************
      *  付随費用集計処理（商品×倉庫の引当可ロットについて残数
      *  ×付随費用単価を合計する。検査待ちロットは倉庫在庫の外
      *  のため含めない）
      ********************************************************
       FUTAI-SHUKEI-RTN           SECTION.
           MOVE  ZERO  TO  WK-FUTAI-VALUE.
           MOVE  "0"   TO  LOT-END-FLG.
           MOVE  CFSHO-SHOHIN-NO  TO  CFLOT-SHOHIN-NO.
           MOVE  WK-WHS-COD       TO  CFLOT-WHS-COD.
           MOVE  LOW-VALUE        TO  CFLOT-LOT-NO.
           START  LOT-FILE  KEY  >=  CFLOT-KEY
             INVALID  KEY
               MOVE  "1"  TO  LOT-END-FLG
           END-START.
           PERFORM  FUTAI-SCAN-RTN  UNTIL  LOT-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  付随費用走査処理
      ********************************************************
       FUTAI-SCAN-RTN             SECTION.
           READ  LOT-FILE  NEXT
             AT  END
               MOVE  "1"  TO  LOT-END-FLG
             NOT  AT  END
               IF  CFLOT-SHOHIN-NO  NOT  =  CFSHO-SHOHIN-NO
                 OR  CFLOT-WHS-COD  NOT  =  WK-WHS-COD
                   MOVE  "1"  TO  LOT-END-FLG
               ELSE
                 IF  CFLOT-ZAIKO-SURYO  >  ZERO
                   AND  CFLOT-KENSA-KBN  =  SPACE
                   COMPUTE  WK-LOT-FUTAI  ROUNDED  =
                            CFLOT-ZAIKO-SURYO  *  CFLOT-FUTAI-TANKA
                   ADD  WK-LOT-FUTAI  TO  WK-FUTAI-VALUE
                 END-IF
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  見出し印刷処理
      ********************************************************
       MIDASHI-RTN                SECTION.
