       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KJBM405.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：受注
      *  プログラム名      ：委託在庫残高確認書作成
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    委託在庫場所（CFTOK-ITAKU-WHS）を登録した得意先ごとに
      *    改頁した委託在庫残高確認書（商品・ロット別の現在残と
      *    切り取り式の回答書）をLTRへ印字し、発送一覧を印字する。
      *    月末の委託在庫使用計上（KUBM325）の後に実行する。
      *    確認基準日は実行日とし、商品ごとに当月（実行月の１日
      *    から実行日まで）の補充数量・使用数量を在庫移動ジャー
      *    ナル（KJCF090）の移動区分"9"から求め、前月末残は現在
      *    残から逆算する。残数・当月の動きがともに無い商品は
      *    印字しない
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  LOT-FILE  ASSIGN  TO  EXTERNAL  LOT
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  CFLOT-KEY.
           SELECT  IMF-FILE  ASSIGN  TO  EXTERNAL  IMF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  MVJ-FILE  ASSIGN  TO  EXTERNAL  MVJ.
           SELECT  LTR-FILE  ASSIGN  TO  EXTERNAL  LTR.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  LOT-FILE.
       01  LOT-REC.
           COPY  KCCFLOT.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  MVJ-FILE.
       01  MVJ-REC.
           COPY  KJCF090.
       FD  LTR-FILE.
       01  LTR-REC                 PIC  X(135).
       FD  OEF-FILE.
       01  OEF-REC                 PIC  X(135).
      *
       WORKING-STORAGE             SECTION.
       01  TOK-END-FLG             PIC  X(1)          VALUE  "0".
       01  LOT-END-FLG             PIC  X(1)          VALUE  "0".
       01  MVJ-END-FLG             PIC  X(1)          VALUE  "0".
       01  TOK-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  MVJ-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  HASSO-CNT               PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT                PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT                PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT        PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8             PIC  9(08)          VALUE  ZERO.
      *    当月の開始日（実行月の１日）
       01  WK-FROM-DATE8           PIC  9(08)          VALUE  ZERO.
      *    当月の委託在庫移動表（委託在庫場所×商品別の補充・使用）
       01  WK-IDO-MAX              PIC S9(5)  COMP-3  VALUE  +3000.
       01  WK-IDO-CNT              PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-IDO-IDX              PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-IDO-HIT              PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-IDO-TBL.
         02  WK-IDO-ENT            OCCURS  3000  TIMES.
           03  WK-IDO-WHS-COD      PIC  X(02).
           03  WK-IDO-SHOHIN-NO    PIC  X(05).
           03  WK-IDO-HOJU         PIC S9(9)  COMP-3.
           03  WK-IDO-SHIYO        PIC S9(9)  COMP-3.
      *    処理中の得意先・商品
       01  WK-ITAKU-WHS            PIC  X(02)          VALUE  SPACE.
       01  WK-CUR-SHOHIN-NO        PIC  X(05)          VALUE  SPACE.
       01  WK-CUR-SHOHIN-MEI       PIC  X(20)          VALUE  SPACE.
      *    商品別の現在残・当月補充・当月使用・前月末残
       01  WK-GEN-ZAN              PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-HOJU                 PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-SHIYO                PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-ZEN-ZAN              PIC S9(9)  COMP-3  VALUE  +0.
      *    得意先ごとの印字商品数・現在残合計
       01  WK-SHOHIN-KENSU         PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-ZAN-GOKEI            PIC S9(9)  COMP-3  VALUE  +0.
      *  確認書 表題
       01  L1-TITLE.
         02  FILLER                PIC  X(40)  VALUE  SPACE.
         02  FILLER                PIC  X(26)  VALUE
                "委託在庫残高確認書".
         02  FILLER                PIC  X(69)  VALUE  SPACE.
      *  確認書 発行日
       01  L2-HAKKO.
         02  FILLER                PIC  X(100) VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "発行日".
         02  FILLER                PIC  X(1)   VALUE  SPACE.
         02  L2-DATE               PIC  9(08).
         02  FILLER                PIC  X(20)  VALUE  SPACE.
      *  確認書 宛名（郵便番号・住所・得意先名）
       01  L3-YUBIN.
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(2)   VALUE  "〒".
         02  L3-YUBIN-NO           PIC  X(08).
         02  FILLER                PIC  X(121) VALUE  SPACE.
       01  L4-JUSHO.
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  L4-JUSHO-MEI          PIC  X(50).
         02  FILLER                PIC  X(81)  VALUE  SPACE.
       01  L5-ATENA.
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  L5-TOKU-MEI           PIC  X(20).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(4)   VALUE  "御中".
         02  FILLER                PIC  X(105) VALUE  SPACE.
      *  確認書 本文（１行を前半・後半に分けて編集する）
       01  L6-BUNSHO.
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  L6-TEXT1              PIC  X(36).
         02  L6-TEXT2              PIC  X(36).
         02  FILLER                PIC  X(59)  VALUE  SPACE.
      *  確認書 基準日・対象期間・委託在庫場所
       01  L7-KIJUN.
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(10)  VALUE  "確認基準日".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  L7-KIJUN-DATE         PIC  9(08).
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "対象期間".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  L7-FROM-DATE          PIC  9(08).
         02  FILLER                PIC  X(2)   VALUE  "～".
         02  L7-TO-DATE            PIC  9(08).
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(12)  VALUE
                "委託在庫場所".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  L7-ITAKU-WHS          PIC  X(02).
         02  FILLER                PIC  X(59)  VALUE  SPACE.
      *  確認書 明細見出し
       01  L8-KOMIDASHI.
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "商品番号".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "商品名".
         02  FILLER                PIC  X(16)  VALUE  SPACE.
         02  FILLER                PIC  X(10)  VALUE  "ロット番号".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "有効期限".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "前月末残".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "当月補充".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "当月使用".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "現在残".
         02  FILLER                PIC  X(23)  VALUE  SPACE.
      *  確認書 ロット別明細（現在残のあるロット）
       01  L9-LOT.
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  L9-SHOHIN-NO          PIC  X(05).
         02  FILLER                PIC  X(5)   VALUE  SPACE.
         02  L9-SHOHIN-MEI         PIC  X(20).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  L9-LOT-NO             PIC  X(10).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  L9-YUKO-DATE          PIC  X(08).
         02  FILLER                PIC  X(44)  VALUE  SPACE.
         02  L9-GEN-ZAN            PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER                PIC  X(23)  VALUE  SPACE.
      *  確認書 商品別合計（当月の動きと前月末残）
       01  L10-SHOHIN-KEI.
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  L10-SHOHIN-NO         PIC  X(05).
         02  FILLER                PIC  X(5)   VALUE  SPACE.
         02  L10-SHOHIN-MEI        PIC  X(20).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(10)  VALUE  "（商品計）".
         02  FILLER                PIC  X(12)  VALUE  SPACE.
         02  L10-ZEN-ZAN           PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  L10-HOJU              PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  L10-SHIYO             PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  L10-GEN-ZAN           PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER                PIC  X(23)  VALUE  SPACE.
      *  確認書 該当なし
       01  L11-NASHI.
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(34)  VALUE
                "基準日現在の委託在庫はありません。".
         02  FILLER                PIC  X(97)  VALUE  SPACE.
      *  切り取り線
       01  L12-KIRITORI.
         02  FILLER                PIC  X(40)  VALUE  ALL  "-".
         02  FILLER                PIC  X(12)  VALUE
                "　きりとり　".
         02  FILLER                PIC  X(40)  VALUE  ALL  "-".
         02  FILLER                PIC  X(43)  VALUE  SPACE.
      *  回答書
       01  R1-TITLE.
         02  FILLER                PIC  X(40)  VALUE  SPACE.
         02  FILLER                PIC  X(22)  VALUE
                "委託在庫残高確認回答書".
         02  FILLER                PIC  X(73)  VALUE  SPACE.
       01  R2-TOKU.
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(12)  VALUE
                "得意先コード".
         02  FILLER                PIC  X(1)   VALUE  SPACE.
         02  R2-TOKU-COD           PIC  X(04).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  R2-TOKU-MEI           PIC  X(20).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(10)  VALUE  "確認基準日".
         02  FILLER                PIC  X(1)   VALUE  SPACE.
         02  R2-KIJUN-DATE         PIC  9(08).
         02  FILLER                PIC  X(71)  VALUE  SPACE.
       01  R3-ICCHI.
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(38)  VALUE
            "□　上記の委託在庫に相違ありません。".
         02  FILLER                PIC  X(93)  VALUE  SPACE.
       01  R4-SOUI.
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(20)  VALUE
                "□　相違があります。".
         02  FILLER                PIC  X(38)  VALUE
            "（商品・ロット・数量をご記入ください）".
         02  FILLER                PIC  X(73)  VALUE  SPACE.
       01  R5-NAIYO.
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "相違内容".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(60)  VALUE  ALL  "＿".
         02  FILLER                PIC  X(61)  VALUE  SPACE.
       01  R6-SHOMEI.
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "回答日".
         02  FILLER                PIC  X(20)  VALUE
                "　　　年　　月　　日".
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "貴社名".
         02  FILLER                PIC  X(30)  VALUE  ALL  "＿".
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(2)   VALUE  "印".
         02  FILLER                PIC  X(59)  VALUE  SPACE.
      *  発送一覧 大見出し
       01  H1-OOMIDASHI.
         02  FILLER                PIC  X(10)  VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(32)  VALUE
                "委託在庫残高確認書発送一覧".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER                PIC  X(3)   VALUE  SPACE.
         02  FILLER                PIC  X(4)   VALUE  "DATE".
         02  FILLER                PIC  X(1)   VALUE  SPACE.
         02  H1-DATE               PIC  9(08).
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(4)   VALUE  "PAGE".
         02  FILLER                PIC  X(1)   VALUE  SPACE.
         02  H1-PAGE-NO            PIC  Z,ZZ9.
         02  FILLER                PIC  X(47)  VALUE  SPACE.
      *  発送一覧 小見出し
       01  H2-KOMIDASHI.
         02  FILLER                PIC  X(6)   VALUE  "得意先".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(20)  VALUE  "得意先名".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(4)   VALUE  "場所".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "商品件数".
         02  FILLER                PIC  X(6)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "現在残".
         02  FILLER                PIC  X(79)  VALUE  SPACE.
      *  発送一覧 明細
       01  D1-MEISAI.
         02  D1-TOKU-COD           PIC  X(4).
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  D1-TOKU-MEI           PIC  X(20).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D1-ITAKU-WHS          PIC  X(2).
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(3)   VALUE  SPACE.
         02  D1-SHOHIN-KENSU       PIC  ZZ,ZZ9.
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D1-ZAN                PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER                PIC  X(76)  VALUE  SPACE.
      *  発送一覧 合計
       01  D2-GOKEI.
         02  FILLER                PIC  X(12)  VALUE  "＊発送計＊".
         02  D2-HASSO-CNT          PIC  ZZ,ZZ9.
         02  FILLER                PIC  X(117) VALUE  SPACE.
      *
      ********************************************************
      *  委託在庫残高確認書作成
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  TOK-READ-RTN.
           PERFORM  HASSO-RTN  UNTIL  TOK-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（当月の委託在庫の動きを表へ取り込む）
      ********************************************************
       INIT-RTN                    SECTION.
           DISPLAY  "*** KJBM405 START ***".
           OPEN  INPUT   TOK-FILE.
           OPEN  INPUT   LOT-FILE.
           OPEN  INPUT   IMF-FILE.
           OPEN  INPUT   MVJ-FILE.
           OPEN  OUTPUT  LTR-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  WK-FROM-DATE8.
           MOVE  "01"         TO  WK-FROM-DATE8  (7:2).
           MOVE  WK-PC-DATE8    TO  H1-DATE  L2-DATE  L7-KIJUN-DATE
                                    L7-TO-DATE  R2-KIJUN-DATE.
           MOVE  WK-FROM-DATE8  TO  L7-FROM-DATE.
           PERFORM  MVJ-LOAD-RTN  UNTIL  MVJ-END-FLG  =  "1".
           CLOSE  MVJ-FILE.
       EXT.
           EXIT.
      ********************************************************
      *  在庫移動ジャーナル取り込み処理（当月の移動区分"9"を
      *  委託在庫場所×商品別の補充・使用へ積み上げる。表あふれ
      *  は表示のみ）
      ********************************************************
       MVJ-LOAD-RTN                SECTION.
           READ  MVJ-FILE
             AT  END
               MOVE  "1"  TO  MVJ-END-FLG
               GO  TO  EXT
           END-READ.
           ADD  +1  TO  MVJ-CNT.
           IF  MVJ-IDO-KBN  NOT  =  "9"
           OR  MVJ-DATE  <  WK-FROM-DATE8
           OR  MVJ-DATE  >  WK-PC-DATE8
             GO  TO  EXT
           END-IF.
           MOVE  ZERO  TO  WK-IDO-HIT.
           PERFORM  IDO-SRCH-RTN
               VARYING  WK-IDO-IDX  FROM  1  BY  1
               UNTIL  WK-IDO-IDX  >  WK-IDO-CNT
               OR  WK-IDO-HIT  NOT  =  ZERO.
           IF  WK-IDO-HIT  =  ZERO
             IF  WK-IDO-CNT  >=  WK-IDO-MAX
               DISPLAY  "*** KJBM405 IDO-TBL OVER "  MVJ-WHS-COD
                        " "  MVJ-SHOHIN-NO
               GO  TO  EXT
             END-IF
             ADD  +1  TO  WK-IDO-CNT
             MOVE  WK-IDO-CNT     TO  WK-IDO-HIT
             MOVE  MVJ-WHS-COD    TO  WK-IDO-WHS-COD    (WK-IDO-HIT)
             MOVE  MVJ-SHOHIN-NO  TO  WK-IDO-SHOHIN-NO  (WK-IDO-HIT)
             MOVE  ZERO           TO  WK-IDO-HOJU       (WK-IDO-HIT)
                                      WK-IDO-SHIYO      (WK-IDO-HIT)
           END-IF.
           IF  MVJ-IDO-SURYO  >  ZERO
             ADD  MVJ-IDO-SURYO  TO  WK-IDO-HOJU  (WK-IDO-HIT)
           ELSE
             SUBTRACT  MVJ-IDO-SURYO  FROM  WK-IDO-SHIYO  (WK-IDO-HIT)
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  委託在庫移動表検索処理
      ********************************************************
       IDO-SRCH-RTN                SECTION.
           IF  WK-IDO-WHS-COD    (WK-IDO-IDX)  =  MVJ-WHS-COD
           AND WK-IDO-SHOHIN-NO  (WK-IDO-IDX)  =  MVJ-SHOHIN-NO
             MOVE  WK-IDO-IDX  TO  WK-IDO-HIT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  得意先マスタ入力処理
      ********************************************************
       TOK-READ-RTN                SECTION.
           READ  TOK-FILE
             AT  END
               MOVE  "1"  TO  TOK-END-FLG
             NOT  AT  END
               ADD  +1  TO  TOK-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  発送処理（委託在庫場所を登録した得意先だけを対象とする）
      ********************************************************
       HASSO-RTN                   SECTION.
           IF  CFTOK-ITAKU-WHS  =  SPACE
             GO  TO  NEXT-READ
           END-IF.
           MOVE  CFTOK-ITAKU-WHS  TO  WK-ITAKU-WHS.
           MOVE  ZERO  TO  WK-SHOHIN-KENSU  WK-ZAN-GOKEI.
           PERFORM  KAKUNINSHO-RTN.
           ADD  +1  TO  HASSO-CNT.
           PERFORM  MEISAI-RTN.
       NEXT-READ.
           PERFORM  TOK-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  確認書印字処理（得意先ごとに改頁し、宛名・本文・商品
      *  ロット別明細・回答書を印字する）
      ********************************************************
       KAKUNINSHO-RTN              SECTION.
           MOVE  L1-TITLE  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  PAGE.
           MOVE  L2-HAKKO  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  2.
           MOVE  CFTOK-YUBIN-NO  TO  L3-YUBIN-NO.
           MOVE  L3-YUBIN  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  1.
           MOVE  CFTOK-JUSHO     TO  L4-JUSHO-MEI.
           MOVE  L4-JUSHO  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  1.
           MOVE  CFTOK-TOKU-MEI  TO  L5-TOKU-MEI.
           MOVE  L5-ATENA  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  1.
           MOVE  "拝啓　平素は格別のお引き立てを賜り"
                                     TO  L6-TEXT1.
           MOVE  "厚く御礼申し上げます。"
                                     TO  L6-TEXT2.
           MOVE  L6-BUNSHO  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  2.
           MOVE  "さて、貴社構内にお預けしております"
                                     TO  L6-TEXT1.
           MOVE  "当社委託在庫の基準日現在の残高は"
                                     TO  L6-TEXT2.
           MOVE  L6-BUNSHO  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  1.
           MOVE  "下記のとおりです。ご確認のうえ、"
                                     TO  L6-TEXT1.
           MOVE  "下記回答書にご記入・ご捺印いただき"
                                     TO  L6-TEXT2.
           MOVE  L6-BUNSHO  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  1.
           MOVE  "ご返送くださいますようお願いいたし"
                                     TO  L6-TEXT1.
           MOVE  "ます。　　　　　　　　　　　　敬具"
                                     TO  L6-TEXT2.
           MOVE  L6-BUNSHO  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  1.
           MOVE  WK-ITAKU-WHS  TO  L7-ITAKU-WHS.
           MOVE  L7-KIJUN  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  2.
           MOVE  L8-KOMIDASHI  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  2.
           MOVE  SPACE  TO  WK-CUR-SHOHIN-NO.
           MOVE  "0"    TO  LOT-END-FLG.
           MOVE  LOW-VALUE  TO  CFLOT-KEY.
           START  LOT-FILE  KEY  >=  CFLOT-KEY
             INVALID  KEY
               MOVE  "1"  TO  LOT-END-FLG
           END-START.
           PERFORM  LOT-READ-RTN  UNTIL  LOT-END-FLG  =  "1".
           PERFORM  SHOHIN-KEI-RTN.
           IF  WK-SHOHIN-KENSU  =  ZERO
             MOVE  L11-NASHI  TO  LTR-REC
             WRITE  LTR-REC  AFTER  1
           END-IF.
           MOVE  L12-KIRITORI  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  3.
           MOVE  R1-TITLE  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  2.
           MOVE  CFTOK-TOKU-COD  TO  R2-TOKU-COD.
           MOVE  CFTOK-TOKU-MEI  TO  R2-TOKU-MEI.
           MOVE  R2-TOKU  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  2.
           MOVE  R3-ICCHI  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  2.
           MOVE  R4-SOUI  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  1.
           MOVE  R5-NAIYO  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  2.
           MOVE  R6-SHOMEI  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  2.
       EXT.
           EXIT.
      ********************************************************
      *  ロット別在庫入力処理（委託在庫場所の行だけを拾い、商品
      *  の切れ目で商品計を印字する。残数のあるロットは明細を
      *  印字する）
      ********************************************************
       LOT-READ-RTN                SECTION.
           READ  LOT-FILE  NEXT
             AT  END
               MOVE  "1"  TO  LOT-END-FLG
               GO  TO  EXT
           END-READ.
           IF  CFLOT-WHS-COD  NOT  =  WK-ITAKU-WHS
             GO  TO  EXT
           END-IF.
           IF  CFLOT-SHOHIN-NO  NOT  =  WK-CUR-SHOHIN-NO
             PERFORM  SHOHIN-KEI-RTN
             PERFORM  SHOHIN-SET-RTN
           END-IF.
           IF  CFLOT-ZAIKO-SURYO  =  ZERO
             GO  TO  EXT
           END-IF.
           ADD  CFLOT-ZAIKO-SURYO  TO  WK-GEN-ZAN.
           MOVE  CFLOT-SHOHIN-NO    TO  L9-SHOHIN-NO.
           MOVE  WK-CUR-SHOHIN-MEI  TO  L9-SHOHIN-MEI.
           MOVE  CFLOT-LOT-NO       TO  L9-LOT-NO.
           IF  CFLOT-YUKO-DATE  =  ZERO
             MOVE  SPACE            TO  L9-YUKO-DATE
           ELSE
             MOVE  CFLOT-YUKO-DATE  TO  L9-YUKO-DATE
           END-IF.
           MOVE  CFLOT-ZAIKO-SURYO  TO  L9-GEN-ZAN.
           MOVE  L9-LOT  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  1.
       EXT.
           EXIT.
      ********************************************************
      *  商品切替処理（商品名を引き、商品別の集計を初期化する）
      ********************************************************
       SHOHIN-SET-RTN              SECTION.
           MOVE  CFLOT-SHOHIN-NO  TO  WK-CUR-SHOHIN-NO.
           MOVE  ZERO  TO  WK-GEN-ZAN.
           MOVE  CFLOT-SHOHIN-NO  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               MOVE  SPACE             TO  WK-CUR-SHOHIN-MEI
             NOT  INVALID  KEY
               MOVE  CFSHO-SHOHIN-MEI  TO  WK-CUR-SHOHIN-MEI
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  商品計印字処理（当月の補充・使用を移動表から引き、前月
      *  末残を現在残から逆算する。残数・当月の動きがともに
      *  無い商品は印字しない）
      ********************************************************
       SHOHIN-KEI-RTN              SECTION.
           IF  WK-CUR-SHOHIN-NO  =  SPACE
             GO  TO  EXT
           END-IF.
           MOVE  ZERO  TO  WK-HOJU  WK-SHIYO  WK-IDO-HIT.
           PERFORM  IDO-KEY-SRCH-RTN
               VARYING  WK-IDO-IDX  FROM  1  BY  1
               UNTIL  WK-IDO-IDX  >  WK-IDO-CNT
               OR  WK-IDO-HIT  NOT  =  ZERO.
           IF  WK-IDO-HIT  NOT  =  ZERO
             MOVE  WK-IDO-HOJU   (WK-IDO-HIT)  TO  WK-HOJU
             MOVE  WK-IDO-SHIYO  (WK-IDO-HIT)  TO  WK-SHIYO
           END-IF.
           IF  WK-GEN-ZAN  =  ZERO
           AND WK-HOJU     =  ZERO
           AND WK-SHIYO    =  ZERO
             GO  TO  EXT
           END-IF.
           COMPUTE  WK-ZEN-ZAN  =  WK-GEN-ZAN  -  WK-HOJU  +  WK-SHIYO.
           MOVE  WK-CUR-SHOHIN-NO   TO  L10-SHOHIN-NO.
           MOVE  WK-CUR-SHOHIN-MEI  TO  L10-SHOHIN-MEI.
           MOVE  WK-ZEN-ZAN         TO  L10-ZEN-ZAN.
           MOVE  WK-HOJU            TO  L10-HOJU.
           MOVE  WK-SHIYO           TO  L10-SHIYO.
           MOVE  WK-GEN-ZAN         TO  L10-GEN-ZAN.
           MOVE  L10-SHOHIN-KEI  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  1.
           MOVE  SPACE  TO  LTR-REC.
           WRITE  LTR-REC  AFTER  1.
           ADD  +1          TO  WK-SHOHIN-KENSU.
           ADD  WK-GEN-ZAN  TO  WK-ZAN-GOKEI.
       EXT.
           EXIT.
      ********************************************************
      *  委託在庫移動表検索処理（処理中の得意先・商品）
      ********************************************************
       IDO-KEY-SRCH-RTN            SECTION.
           IF  WK-IDO-WHS-COD    (WK-IDO-IDX)  =  WK-ITAKU-WHS
           AND WK-IDO-SHOHIN-NO  (WK-IDO-IDX)  =  WK-CUR-SHOHIN-NO
             MOVE  WK-IDO-IDX  TO  WK-IDO-HIT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  発送一覧明細出力処理
      ********************************************************
       MEISAI-RTN                  SECTION.
           IF  LINE-CNT  >  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  CFTOK-TOKU-COD   TO  D1-TOKU-COD.
           MOVE  CFTOK-TOKU-MEI   TO  D1-TOKU-MEI.
           MOVE  WK-ITAKU-WHS     TO  D1-ITAKU-WHS.
           MOVE  WK-SHOHIN-KENSU  TO  D1-SHOHIN-KENSU.
           MOVE  WK-ZAN-GOKEI     TO  D1-ZAN.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  見出し出力処理
      ********************************************************
       MIDASHI-RTN                 SECTION.
           ADD  +1  TO  PAGE-CNT.
           MOVE  PAGE-CNT  TO  H1-PAGE-NO.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  H2-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  3  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           IF  PAGE-CNT  =  ZERO
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  HASSO-CNT  TO  D2-HASSO-CNT.
           MOVE  D2-GOKEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           CLOSE  TOK-FILE  LOT-FILE  IMF-FILE  LTR-FILE  OEF-FILE.
           DISPLAY  "*** TOK-CNT   ="  TOK-CNT.
           DISPLAY  "*** MVJ-CNT   ="  MVJ-CNT.
           DISPLAY  "*** HASSO-CNT ="  HASSO-CNT.
           DISPLAY  "*** KJBM405   END ***".
       EXT.
           EXIT.
