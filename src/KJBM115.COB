      *        変更内容    ：発注ファイルとの入荷突合を追加
      *                    ：ロット有効期限の記帳を追加
      *                    ：入庫台帳へ格納棚番の印字を追加
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：受入検査対象ロットの検査待ち受入を追加
      *                    ：ロット付随費用単価の初期化・按分を追加
      *                    ：棚容量による格納指示リストの印字を追加
      *                    ：直送発注への入荷を発注残へ積み上げない
      *                    ：シリアル管理品のシリアル番号登録を追加
      ********************************************************
      *    入庫ファイル（KJCF100）を読み、商品マスタ（KCCFSHO）
      *    の該当倉庫在庫へ入庫数量を加算する。マスタ未登録・
      *    する。あわせて入庫台帳（日次入庫リスト）を印字する。
      *    発注番号付きの入荷は発注ファイル（KHCF010）の発注残と
      *    突き合わせて入庫済数量を積み上げ、発注番号不明・商品
      *    相違・発注超過の入荷は台帳の備考欄で要確認扱いとする。
      *    仕入先マスタ（KCCFSIR）の受入検査フラグが"1"の仕入先
      *    からの入荷は在庫へ加算せず、ロット別在庫を検査待ち
      *    （検査区分"H"）で作成して受入検査結果入力（KJBM365）
      *    の合格を待つ。検査対象でロット番号の無い入荷は例外
      *    とする。
      *    棚番マスタ（KCCFBIN）にピック棚の容量を登録した商品は、
      *    入荷をピック棚の空きまでピック棚へ、残りを登録順に保管
      *    棚の空きへ振り分けた格納指示リスト（KAK）を印字し、保管
      *    棚の保管数量を加算する。どの棚にも入りきらない分は容量
      *    超過としてピック棚へ割り当てて印字する。
      *    シリアル管理品（CFSHO-SERIAL-FLG="1"）は１台１行の入荷
      *    のみ受け付け、シリアル番号ファイル（KCCFSER）へ在庫と
      *    して登録し、入荷・在庫の足取りをシリアル番号履歴
      *    （KJCF380）へ書く。シリアル番号の無い入荷・数量が１で
      *    ない入荷・既に在庫や出荷済で登録のあるシリアル番号は
      *    例外とする
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFBIN-KEY.
           SELECT  SIR-FILE  ASSIGN  TO  EXTERNAL  SIR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSIR-SIIRE-COD.
           SELECT  EXC-FILE  ASSIGN  TO  EXTERNAL  EXC.
           SELECT  MVJ-FILE  ASSIGN  TO  EXTERNAL  MVJ.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
           SELECT  KAK-FILE  ASSIGN  TO  EXTERNAL  KAK.
           SELECT  RUN-FILE  ASSIGN  TO  EXTERNAL  RNS
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFRUN-PGM-ID.
           SELECT  SER-FILE  ASSIGN  TO  EXTERNAL  SER
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSER-KEY.
           SELECT  SRH-FILE  ASSIGN  TO  EXTERNAL  SRH
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  SRH-KEY.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  POF-FILE.
       01  POF-REC.
           COPY  KHCF010.
      *    棚番マスタ（格納棚番の印字・格納先の振り分け用）
       FD  BIN-FILE.
       01  BIN-REC.
           COPY  KCCFBIN.
      *    仕入先マスタ（受入検査フラグの参照用）
       FD  SIR-FILE.
       01  SIR-REC.
           COPY  KCCFSIR.
       FD  EXC-FILE.
       01  EXC-REC.
           COPY  KJCF100.
           COPY  KJCF090.
       FD  OEF-FILE.
       01  OEF-REC                 PIC  X(135).
      *    格納指示リスト
       FD  KAK-FILE.
       01  KAK-REC                 PIC  X(135).
       FD  RUN-FILE.
       01  RUN-REC.
           COPY  KCCFRUN.
      *    シリアル番号ファイル・シリアル番号履歴
       FD  SER-FILE.
       01  SER-REC.
           COPY  KCCFSER.
       FD  SRH-FILE.
       01  SRH-REC.
           COPY  KJCF380.
      *
       WORKING-STORAGE             SECTION.
       01  ITF-END-FLG             PIC  X(1)          VALUE  "0".
      *    発注突合の結果件数（完納・発注残・要確認）
       01  POM-OK-CNT              PIC S9(9)  COMP-3  VALUE   +0.
       01  POM-NG-CNT              PIC S9(9)  COMP-3  VALUE   +0.
      *    受入検査（検査待ちで受け入れた件数・検査対象判定）
       01  HORYU-CNT               PIC S9(9)  COMP-3  VALUE   +0.
       01  WK-KENSA-FLG            PIC  X(01)          VALUE  SPACE.
       01  WK-KENSA-BIKO           PIC  X(08)          VALUE  SPACE.
      *    格納指示（棚番マスタ有無・格納残・ピック棚の数量と空き）
       01  KAK-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  KAK-OVER-CNT            PIC S9(9)  COMP-3  VALUE   +0.
       01  WK-BIN-FLG              PIC  X(01)          VALUE  SPACE.
       01  WK-HOKAN-IDX            PIC S9(4)  COMP-3  VALUE   +0.
       01  WK-KAKUNO-ZAN           PIC S9(07)          VALUE  ZERO.
       01  WK-HOKAN-GOKEI          PIC S9(09)          VALUE  ZERO.
       01  WK-PICK-SURYO           PIC S9(09)          VALUE  ZERO.
       01  WK-TANA-AKI             PIC S9(09)          VALUE  ZERO.
       01  WK-KAKUNO-KBN           PIC  X(10)          VALUE  SPACE.
       01  WK-KAKUNO-TANA          PIC  X(06)          VALUE  SPACE.
       01  WK-KAKUNO-SURYO         PIC S9(07)          VALUE  ZERO.
      *    シリアル番号（登録件数・履歴の状態と相手先・起因伝票）
       01  SER-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  WK-SRH-STATUS           PIC  X(01)          VALUE  SPACE.
       01  WK-SRH-AITE-COD         PIC  X(06)          VALUE  SPACE.
       01  WK-SRH-DENPYO-NO        PIC  9(06)          VALUE  ZERO.
       01  WK-SRH-DENPYO-GYO       PIC  9(02)          VALUE  ZERO.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER                PIC  X(10)  VALUE  SPACE.
         02  FILLER                PIC  X(4)   VALUE  "棚番".
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "備  考".
         02  FILLER                PIC  X(13)  VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "受入検査".
         02  FILLER                PIC  X(44)  VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-SHOHIN-NO          PIC  X(5).
         02  D1-TANA-NO            PIC  X(6).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D1-BIKO               PIC  X(14).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D1-KENSA              PIC  X(8).
         02  FILLER                PIC  X(44)  VALUE  SPACE.
      *  格納指示リスト 大見出し
       01  K1-OOMIDASHI.
         02  FILLER                PIC  X(10)  VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(14)  VALUE
                                        "格納指示リスト".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER                PIC  X(5)   VALUE  SPACE.
         02  FILLER                PIC  X(4)   VALUE  "DATE".
         02  FILLER                PIC  X(1)   VALUE  SPACE.
         02  K1-DATE               PIC  9(08).
         02  FILLER                PIC  X(77)  VALUE  SPACE.
      *  格納指示リスト 小見出し
       01  K2-KOMIDASHI.
         02  FILLER                PIC  X(8)   VALUE  "商品番号".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(4)   VALUE  "倉庫".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(10)  VALUE  "ロット番号".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "入庫数量".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "格納区分".
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "格納棚番".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "格納数量".
         02  FILLER                PIC  X(67)  VALUE  SPACE.
      *  格納指示リスト 明細
       01  K3-MEISAI.
         02  K3-SHOHIN-NO          PIC  X(5).
         02  FILLER                PIC  X(5)   VALUE  SPACE.
         02  K3-WHS-COD            PIC  X(2).
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  K3-LOT-NO             PIC  X(10).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  K3-RCV-SURYO          PIC  Z,ZZZ,ZZ9.
         02  FILLER                PIC  X(1)   VALUE  SPACE.
         02  K3-KAKUNO-KBN         PIC  X(10).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  K3-TANA-NO            PIC  X(6).
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  K3-KAKUNO-SURYO       PIC  Z,ZZZ,ZZ9.
         02  FILLER                PIC  X(66)  VALUE  SPACE.
      *
      ********************************************************
      *  入庫処理
           OPEN  I-O     IMF-FILE.
           OPEN  I-O     LOT-FILE.
           OPEN  I-O     POF-FILE.
           OPEN  I-O     BIN-FILE.
           OPEN  INPUT   SIR-FILE.
           OPEN  OUTPUT  EXC-FILE.
           OPEN  EXTEND  MVJ-FILE.
           OPEN  OUTPUT  OEF-FILE.
           OPEN  OUTPUT  KAK-FILE.
           OPEN  I-O     RUN-FILE.
           OPEN  I-O     SER-FILE.
           OPEN  I-O     SRH-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8   TO  H1-DATE.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  H2-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  WK-PC-DATE8   TO  K1-DATE.
           MOVE  K1-OOMIDASHI  TO  KAK-REC.
           WRITE  KAK-REC  AFTER  PAGE.
           MOVE  K2-KOMIDASHI  TO  KAK-REC.
           WRITE  KAK-REC  AFTER  2.
           PERFORM  READ-RTN.
       EXT.
           EXIT.
      ********************************************************
       NYUKO-RTN                   SECTION.
           MOVE  SPACE  TO  WK-EXC-RIYU.
           MOVE  SPACE  TO  WK-KENSA-BIKO.
           IF  NOT  (RCV-WHS-COD  OF  ITF-REC  =  "01"  OR  "02")
             MOVE  "倉庫コード不正"  TO  WK-EXC-RIYU
             PERFORM  EXC-WRITE-RTN
               NOT  INVALID  KEY
                 IF  CFSHO-HAIBAN-FLG  =  "1"
                   MOVE  "廃番商品"  TO  WK-EXC-RIYU
                 ELSE
                   PERFORM  SERIAL-CHECK-RTN
                 END-IF
                 IF  WK-EXC-RIYU  NOT  =  SPACE
                   PERFORM  EXC-WRITE-RTN
                 ELSE
                   PERFORM  KENSA-HANTEI-RTN
                   IF  WK-KENSA-FLG  =  "1"
                     PERFORM  HORYU-RTN
                   ELSE
                     PERFORM  ZAIKO-ADD-RTN
                   END-IF
                 END-IF
             END-READ
           END-IF.
           REWRITE  IMF-REC.
           ADD  +1  TO  ADD-CNT.
           PERFORM  MVJ-WRITE-RTN.
           PERFORM  KAKUNO-RTN.
           IF  RCV-LOT-NO  OF  ITF-REC  NOT  =  SPACE
             PERFORM  LOT-ADD-RTN
           END-IF.
           IF  CFSHO-SERIAL-FLG  =  "1"
             PERFORM  SER-NYUKA-RTN
           END-IF.
           PERFORM  PO-MATCH-RTN.
           PERFORM  OEF-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  シリアル番号確認処理（シリアル管理品は１台１行で申告
      *  させる。シリアル番号の無い入荷・数量が１でない入荷・
      *  返品済以外で登録済みのシリアル番号は例外理由を設定する）
      ********************************************************
       SERIAL-CHECK-RTN            SECTION.
           IF  CFSHO-SERIAL-FLG  NOT  =  "1"
             GO  TO  EXT
           END-IF.
           IF  RCV-SERIAL-NO  OF  ITF-REC  =  SPACE
             MOVE  "シリアル無し"  TO  WK-EXC-RIYU
             GO  TO  EXT
           END-IF.
           IF  RCV-SURYO  OF  ITF-REC  NOT  =  1
             MOVE  "シリアル数不正"  TO  WK-EXC-RIYU
             GO  TO  EXT
           END-IF.
           MOVE  RCV-SERIAL-NO  OF  ITF-REC  TO  CFSER-SERIAL-NO.
           MOVE  RCV-SHOHIN-NO  OF  ITF-REC  TO  CFSER-SHOHIN-NO.
           READ  SER-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  CFSER-STATUS  NOT  =  "5"
                 MOVE  "シリアル重複"  TO  WK-EXC-RIYU
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  シリアル番号入荷登録処理（シリアル番号ファイルを在庫で
      *  起こし、返品済の再入荷は在庫へ戻す。入荷と在庫の２行を
      *  履歴へ書く）
      ********************************************************
       SER-NYUKA-RTN               SECTION.
           MOVE  RCV-SERIAL-NO  OF  ITF-REC  TO  CFSER-SERIAL-NO.
           MOVE  RCV-SHOHIN-NO  OF  ITF-REC  TO  CFSER-SHOHIN-NO.
           READ  SER-FILE
             INVALID  KEY
               MOVE  SPACE                         TO  SER-REC
               MOVE  RCV-SERIAL-NO  OF  ITF-REC  TO  CFSER-SERIAL-NO
               MOVE  RCV-SHOHIN-NO  OF  ITF-REC  TO  CFSER-SHOHIN-NO
               MOVE  ZERO  TO  CFSER-JUCHU-NO     CFSER-GYO-NO
                               CFSER-SHIP-SEQ     CFSER-SHIP-DATE
                               CFSER-HENPIN-DATE
               PERFORM  SER-NYUKA-SET-RTN
               WRITE  SER-REC
             NOT  INVALID  KEY
               PERFORM  SER-NYUKA-SET-RTN
               REWRITE  SER-REC
           END-READ.
           ADD  +1  TO  SER-CNT.
           MOVE  "1"                         TO  WK-SRH-STATUS.
           MOVE  RCV-SIIRE-COD  OF  ITF-REC  TO  WK-SRH-AITE-COD.
           MOVE  RCV-PO-NO      OF  ITF-REC  TO  WK-SRH-DENPYO-NO.
           MOVE  RCV-PO-GYO     OF  ITF-REC  TO  WK-SRH-DENPYO-GYO.
           PERFORM  SRH-WRITE-RTN.
           MOVE  "2"                         TO  WK-SRH-STATUS.
           PERFORM  SRH-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  シリアル番号入荷項目設定処理
      ********************************************************
       SER-NYUKA-SET-RTN           SECTION.
           MOVE  "2"                         TO  CFSER-STATUS.
           MOVE  RCV-WHS-COD    OF  ITF-REC  TO  CFSER-WHS-COD.
           MOVE  RCV-LOT-NO     OF  ITF-REC  TO  CFSER-LOT-NO.
           MOVE  RCV-SIIRE-COD  OF  ITF-REC  TO  CFSER-SIIRE-COD.
           MOVE  RCV-DATE       OF  ITF-REC  TO  CFSER-NYUKO-DATE.
           MOVE  WK-PC-DATE8                 TO  CFSER-KOSHIN-DATE.
           MOVE  "KJBM115"                   TO  CFSER-KOSHIN-PGM.
       EXT.
           EXIT.
      ********************************************************
      *  シリアル番号履歴出力処理（発生日は入庫日とする）
      ********************************************************
       SRH-WRITE-RTN               SECTION.
           MOVE  SPACE                       TO  SRH-REC.
           MOVE  CFSER-SERIAL-NO             TO  SRH-SERIAL-NO.
           MOVE  CFSER-SHOHIN-NO             TO  SRH-SHOHIN-NO.
           MOVE  RCV-DATE       OF  ITF-REC  TO  SRH-DATE.
           ACCEPT  SRH-TIME  FROM  TIME.
           MOVE  WK-SRH-STATUS               TO  SRH-STATUS.
           MOVE  "KJBM115"                   TO  SRH-PGM-ID.
           MOVE  CFSER-WHS-COD               TO  SRH-WHS-COD.
           MOVE  WK-SRH-AITE-COD             TO  SRH-AITE-COD.
           MOVE  WK-SRH-DENPYO-NO            TO  SRH-DENPYO-NO.
           MOVE  WK-SRH-DENPYO-GYO           TO  SRH-DENPYO-GYO.
           WRITE  SRH-REC
             INVALID  KEY
               CONTINUE
           END-WRITE.
       EXT.
           EXIT.
      ********************************************************
      *  受入検査判定処理（入荷の仕入先が受入検査対象であれば
      *  WK-KENSA-FLGを"1"とする。ただし同じロット番号で既に
      *  検査合格済みの残があるロットへの追加入荷は合格済みとして
      *  通常どおり在庫へ加算する）
      ********************************************************
       KENSA-HANTEI-RTN            SECTION.
           MOVE  SPACE  TO  WK-KENSA-FLG.
           MOVE  RCV-SIIRE-COD  OF  ITF-REC  TO  CFSIR-SIIRE-COD.
           READ  SIR-FILE
             INVALID  KEY
               GO  TO  EXT
           END-READ.
           IF  CFSIR-KENSA-FLG  NOT  =  "1"
             GO  TO  EXT
           END-IF.
           MOVE  "1"  TO  WK-KENSA-FLG.
           IF  RCV-LOT-NO  OF  ITF-REC  =  SPACE
             GO  TO  EXT
           END-IF.
           MOVE  RCV-SHOHIN-NO  OF  ITF-REC  TO  CFLOT-SHOHIN-NO.
           MOVE  RCV-WHS-COD    OF  ITF-REC  TO  CFLOT-WHS-COD.
           MOVE  RCV-LOT-NO     OF  ITF-REC  TO  CFLOT-LOT-NO.
           READ  LOT-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  CFLOT-KENSA-KBN  =  SPACE
                 AND  CFLOT-ZAIKO-SURYO  >  ZERO
                   MOVE  SPACE  TO  WK-KENSA-FLG
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  検査待ち受入処理（商品マスタ在庫へは加算せず、ロット別
      *  在庫を検査待ちとして積む。在庫が動かないため移動ジャー
      *  ナルは出さない。発注突合は通常の入庫と同様に行う）
      ********************************************************
       HORYU-RTN                   SECTION.
           IF  RCV-LOT-NO  OF  ITF-REC  =  SPACE
             MOVE  "検査ロット無し"  TO  WK-EXC-RIYU
             PERFORM  EXC-WRITE-RTN
             GO  TO  EXT
           END-IF.
           PERFORM  TANA-YOMI-RTN.
           IF  RCV-WHS-COD  OF  ITF-REC  =  "02"
             MOVE  CFSHO-ZAIKO-SURYO-WH2  TO  WK-ZAIKO-AFTER
           ELSE
             MOVE  CFSHO-ZAIKO-SURYO      TO  WK-ZAIKO-AFTER
           END-IF.
           PERFORM  LOT-HORYU-RTN.
           IF  CFSHO-SERIAL-FLG  =  "1"
             PERFORM  SER-NYUKA-RTN
           END-IF.
           ADD  +1  TO  HORYU-CNT.
           MOVE  "検査待ち"  TO  WK-KAKUNO-KBN.
           MOVE  SPACE       TO  WK-KAKUNO-TANA.
           MOVE  RCV-SURYO  OF  ITF-REC  TO  WK-KAKUNO-SURYO.
           PERFORM  KAK-WRITE-RTN.
           MOVE  "検査待ち"  TO  WK-KENSA-BIKO.
           PERFORM  PO-MATCH-RTN.
           PERFORM  OEF-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  検査待ちロット積み増し処理（新規ロット・不合格済みや
      *  残ゼロのロットは入荷日を隔離開始日として検査待ちに
      *  する。検査待ちのロットへの追加入荷は検査待ち数量へ
      *  加算する）
      ********************************************************
       LOT-HORYU-RTN               SECTION.
           MOVE  RCV-SHOHIN-NO  OF  ITF-REC  TO  CFLOT-SHOHIN-NO.
           MOVE  RCV-WHS-COD    OF  ITF-REC  TO  CFLOT-WHS-COD.
           MOVE  RCV-LOT-NO     OF  ITF-REC  TO  CFLOT-LOT-NO.
           READ  LOT-FILE
             INVALID  KEY
               MOVE  SPACE                         TO  LOT-REC
               MOVE  RCV-SHOHIN-NO  OF  ITF-REC  TO  CFLOT-SHOHIN-NO
               MOVE  RCV-WHS-COD    OF  ITF-REC  TO  CFLOT-WHS-COD
               MOVE  RCV-LOT-NO     OF  ITF-REC  TO  CFLOT-LOT-NO
               MOVE  RCV-SURYO      OF  ITF-REC  TO  CFLOT-ZAIKO-SURYO
               MOVE  RCV-DATE       OF  ITF-REC  TO  CFLOT-NYUKO-DATE
               MOVE  RCV-YUKO-DATE  OF  ITF-REC  TO  CFLOT-YUKO-DATE
               MOVE  "H"                           TO  CFLOT-KENSA-KBN
               MOVE  RCV-DATE       OF  ITF-REC  TO  CFLOT-HORYU-DATE
               MOVE  RCV-SIIRE-COD  OF  ITF-REC  TO  CFLOT-SIIRE-COD
               MOVE  ZERO                          TO  CFLOT-FUTAI-TANKA
               WRITE  LOT-REC
             NOT  INVALID  KEY
               IF  CFLOT-KENSA-KBN  =  "H"
                 PERFORM  FUTAI-HEIKIN-RTN
                 ADD  RCV-SURYO  OF  ITF-REC  TO  CFLOT-ZAIKO-SURYO
               ELSE
                 MOVE  RCV-SURYO  OF  ITF-REC  TO  CFLOT-ZAIKO-SURYO
                 MOVE  ZERO                      TO  CFLOT-FUTAI-TANKA
                 MOVE  "H"                       TO  CFLOT-KENSA-KBN
                 MOVE  RCV-DATE   OF  ITF-REC  TO  CFLOT-HORYU-DATE
               END-IF
               MOVE  RCV-SIIRE-COD  OF  ITF-REC  TO  CFLOT-SIIRE-COD
               IF  CFLOT-YUKO-DATE  =  ZERO
                 MOVE  RCV-YUKO-DATE  OF  ITF-REC
                   TO  CFLOT-YUKO-DATE
               END-IF
               REWRITE  LOT-REC
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  格納棚番読込処理（棚番マスタを商品・倉庫で引き、台帳の
      *  格納棚欄へ印字する棚番を控える。未登録は空白）
      ********************************************************
       TANA-YOMI-RTN               SECTION.
           MOVE  SPACE  TO  WK-TANA-NO.
           MOVE  SPACE  TO  WK-BIN-FLG.
           MOVE  RCV-SHOHIN-NO  OF  ITF-REC  TO  CFBIN-SHOHIN-NO.
           MOVE  RCV-WHS-COD    OF  ITF-REC  TO  CFBIN-WHS-COD.
           READ  BIN-FILE
               CONTINUE
             NOT  INVALID  KEY
               MOVE  CFBIN-TANA-NO  TO  WK-TANA-NO
               MOVE  "1"            TO  WK-BIN-FLG
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  格納指示処理（入荷をピック棚の空きまでピック棚へ、残り
      *  を登録順に保管棚の空きへ振り分ける。ピック棚の数量は
      *  入庫前の倉庫在庫から保管棚数量の合計を引いたものとし、
      *  容量ゼロの棚は全量を受け入れる。どの棚にも入りきらない
      *  分は容量超過としてピック棚へ割り当てる）
      ********************************************************
       KAKUNO-RTN                  SECTION.
           MOVE  RCV-SURYO  OF  ITF-REC  TO  WK-KAKUNO-ZAN.
           IF  WK-BIN-FLG  NOT  =  "1"
             MOVE  "棚番未登録"   TO  WK-KAKUNO-KBN
             MOVE  SPACE          TO  WK-KAKUNO-TANA
             MOVE  WK-KAKUNO-ZAN  TO  WK-KAKUNO-SURYO
             PERFORM  KAK-WRITE-RTN
             GO  TO  EXT
           END-IF.
           MOVE  ZERO  TO  WK-HOKAN-GOKEI.
           PERFORM  HOKAN-GOKEI-RTN
             VARYING  WK-HOKAN-IDX  FROM  1  BY  1
               UNTIL  WK-HOKAN-IDX  >  3.
           COMPUTE  WK-PICK-SURYO  =
                    WK-ZAIKO-BEFORE  -  WK-HOKAN-GOKEI.
           IF  WK-PICK-SURYO  <  ZERO
             MOVE  ZERO  TO  WK-PICK-SURYO
           END-IF.
           IF  CFBIN-TANA-YORYO  =  ZERO
             MOVE  WK-KAKUNO-ZAN  TO  WK-TANA-AKI
           ELSE
             COMPUTE  WK-TANA-AKI  =  CFBIN-TANA-YORYO  -  WK-PICK-SURYO
           END-IF.
           PERFORM  AKI-CHOSEI-RTN.
           IF  WK-TANA-AKI  >  ZERO
             MOVE  "ピック"       TO  WK-KAKUNO-KBN
             MOVE  CFBIN-TANA-NO  TO  WK-KAKUNO-TANA
             MOVE  WK-TANA-AKI    TO  WK-KAKUNO-SURYO
             PERFORM  KAK-WRITE-RTN
             SUBTRACT  WK-TANA-AKI  FROM  WK-KAKUNO-ZAN
           END-IF.
           PERFORM  HOKAN-WARIATE-RTN
             VARYING  WK-HOKAN-IDX  FROM  1  BY  1
               UNTIL  WK-HOKAN-IDX  >  3
                  OR  WK-KAKUNO-ZAN  =  ZERO.
           IF  WK-KAKUNO-ZAN  >  ZERO
             MOVE  "容量超過"     TO  WK-KAKUNO-KBN
             MOVE  CFBIN-TANA-NO  TO  WK-KAKUNO-TANA
             MOVE  WK-KAKUNO-ZAN  TO  WK-KAKUNO-SURYO
             PERFORM  KAK-WRITE-RTN
             ADD  +1  TO  KAK-OVER-CNT
           END-IF.
           REWRITE  BIN-REC.
       EXT.
           EXIT.
      ********************************************************
      *  保管棚数量合計処理
      ********************************************************
       HOKAN-GOKEI-RTN             SECTION.
           IF  CFBIN-HOKAN-TANA-NO  (WK-HOKAN-IDX)  NOT  =  SPACE
             ADD  CFBIN-HOKAN-SURYO  (WK-HOKAN-IDX)  TO  WK-HOKAN-GOKEI
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  保管棚割当処理（保管棚の空きまで格納し、保管数量へ加算）
      ********************************************************
       HOKAN-WARIATE-RTN           SECTION.
           IF  CFBIN-HOKAN-TANA-NO  (WK-HOKAN-IDX)  =  SPACE
             GO  TO  EXT
           END-IF.
           IF  CFBIN-HOKAN-YORYO  (WK-HOKAN-IDX)  =  ZERO
             MOVE  WK-KAKUNO-ZAN  TO  WK-TANA-AKI
           ELSE
             COMPUTE  WK-TANA-AKI  =
                      CFBIN-HOKAN-YORYO  (WK-HOKAN-IDX)  -
                      CFBIN-HOKAN-SURYO  (WK-HOKAN-IDX)
           END-IF.
           PERFORM  AKI-CHOSEI-RTN.
           IF  WK-TANA-AKI  =  ZERO
             GO  TO  EXT
           END-IF.
           ADD  WK-TANA-AKI  TO  CFBIN-HOKAN-SURYO  (WK-HOKAN-IDX).
           MOVE  "保管"         TO  WK-KAKUNO-KBN.
           MOVE  CFBIN-HOKAN-TANA-NO  (WK-HOKAN-IDX)
             TO  WK-KAKUNO-TANA.
           MOVE  WK-TANA-AKI    TO  WK-KAKUNO-SURYO.
           PERFORM  KAK-WRITE-RTN.
           SUBTRACT  WK-TANA-AKI  FROM  WK-KAKUNO-ZAN.
       EXT.
           EXIT.
      ********************************************************
      *  空き数量調整処理（空きはゼロ以上、格納残以下とする）
      ********************************************************
       AKI-CHOSEI-RTN              SECTION.
           IF  WK-TANA-AKI  <  ZERO
             MOVE  ZERO  TO  WK-TANA-AKI
           END-IF.
           IF  WK-TANA-AKI  >  WK-KAKUNO-ZAN
             MOVE  WK-KAKUNO-ZAN  TO  WK-TANA-AKI
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  格納指示出力処理
      ********************************************************
       KAK-WRITE-RTN               SECTION.
           MOVE  RCV-SHOHIN-NO  OF  ITF-REC  TO  K3-SHOHIN-NO.
           MOVE  RCV-WHS-COD    OF  ITF-REC  TO  K3-WHS-COD.
           MOVE  RCV-LOT-NO     OF  ITF-REC  TO  K3-LOT-NO.
           MOVE  RCV-SURYO      OF  ITF-REC  TO  K3-RCV-SURYO.
           MOVE  WK-KAKUNO-KBN               TO  K3-KAKUNO-KBN.
           MOVE  WK-KAKUNO-TANA              TO  K3-TANA-NO.
           MOVE  WK-KAKUNO-SURYO             TO  K3-KAKUNO-SURYO.
           MOVE  K3-MEISAI  TO  KAK-REC.
           WRITE  KAK-REC  AFTER  1.
           ADD  +1  TO  KAK-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  ロット別在庫積み増し処理（同一ロットの再入庫は残数へ
      *  加算し、入庫日は最初の入庫日を保持する。有効期限は入荷
      *  申告値を記帳し、既存ロットが期限未設定の場合のみ補完。
      *  受入検査で不合格となったロットの再入荷は引当可へ戻す）
      ********************************************************
       LOT-ADD-RTN                 SECTION.
           MOVE  RCV-SHOHIN-NO  OF  ITF-REC  TO  CFLOT-SHOHIN-NO.
           MOVE  RCV-LOT-NO     OF  ITF-REC  TO  CFLOT-LOT-NO.
           READ  LOT-FILE
             INVALID  KEY
               MOVE  SPACE                         TO  LOT-REC
               MOVE  RCV-SHOHIN-NO  OF  ITF-REC  TO  CFLOT-SHOHIN-NO
               MOVE  RCV-WHS-COD    OF  ITF-REC  TO  CFLOT-WHS-COD
               MOVE  RCV-LOT-NO     OF  ITF-REC  TO  CFLOT-LOT-NO
               MOVE  RCV-SURYO      OF  ITF-REC  TO  CFLOT-ZAIKO-SURYO
               MOVE  RCV-DATE       OF  ITF-REC  TO  CFLOT-NYUKO-DATE
               MOVE  RCV-YUKO-DATE  OF  ITF-REC  TO  CFLOT-YUKO-DATE
               MOVE  ZERO                          TO  CFLOT-HORYU-DATE
               MOVE  ZERO                          TO  CFLOT-FUTAI-TANKA
               WRITE  LOT-REC
             NOT  INVALID  KEY
               IF  CFLOT-KENSA-KBN  =  "R"
                 MOVE  SPACE  TO  CFLOT-KENSA-KBN
               END-IF
               PERFORM  FUTAI-HEIKIN-RTN
               ADD  RCV-SURYO  OF  ITF-REC  TO  CFLOT-ZAIKO-SURYO
               IF  CFLOT-YUKO-DATE  =  ZERO
                 MOVE  RCV-YUKO-DATE  OF  ITF-REC
       EXT.
           EXIT.
      ********************************************************
      *  付随費用単価按分処理（既存ロットへの追加入庫は、残数に
      *  積まれた付随費用を入庫後の残数で割り直す。今回の入荷分
      *  の付随費用は後日の付随費用配賦で積み増す）
      ********************************************************
       FUTAI-HEIKIN-RTN            SECTION.
           IF  CFLOT-ZAIKO-SURYO  >  ZERO
             COMPUTE  CFLOT-FUTAI-TANKA  ROUNDED  =
                      CFLOT-FUTAI-TANKA  *  CFLOT-ZAIKO-SURYO  /
                    ( CFLOT-ZAIKO-SURYO  +  RCV-SURYO  OF  ITF-REC )
           ELSE
             MOVE  ZERO  TO  CFLOT-FUTAI-TANKA
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  発注突合処理（発注番号付きの入荷を発注ファイルの該当行
      *  と突き合わせ、入庫済数量を積み上げる。発注数量へ達した
      *  行は完納へ落とす。番号不明・商品相違・超過入荷は在庫
      *  計上は行ったうえで備考欄に理由を残し、購買担当の確認
      *  対象とする。発注番号ゼロの入荷も発注参照なしとして
      *  備考へ残す。直送発注の行は仕入先の出荷確認で消し込む
      *  ため、誤って当社へ入荷した分は積み上げずに備考へ残す）
      ********************************************************
       PO-MATCH-RTN                SECTION.
           IF  RCV-PO-NO  OF  ITF-REC  =  ZERO
                     RCV-SHOHIN-NO  OF  ITF-REC
                 MOVE  "発注商品相違"  TO  WK-EXC-RIYU
                 ADD  +1  TO  POM-NG-CNT
                 GO  TO  EXT
               END-IF
               IF  HF010-CHOKUSO-KBN  =  "1"
                 MOVE  "直送発注へ入荷"  TO  WK-EXC-RIYU
                 ADD  +1  TO  POM-NG-CNT
               ELSE
                 ADD  RCV-SURYO  OF  ITF-REC  TO  HF010-NYUKO-SURYO
                 IF  HF010-NYUKO-SURYO  >  HF010-HATCHU-SURYO
           MOVE  WK-ZAIKO-AFTER              TO  D1-ZAIKO-AFTER.
           MOVE  WK-TANA-NO                  TO  D1-TANA-NO.
           MOVE  WK-EXC-RIYU                 TO  D1-BIKO.
           MOVE  WK-KENSA-BIKO               TO  D1-KENSA.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  OEF-CNT.
       TERM-RTN                    SECTION.
           PERFORM  RUN-STATE-RTN.
           CLOSE  ITF-FILE  IMF-FILE  LOT-FILE  POF-FILE  BIN-FILE
                  SIR-FILE  EXC-FILE  MVJ-FILE  OEF-FILE  RUN-FILE
                  KAK-FILE  SER-FILE  SRH-FILE.
           DISPLAY  "*** ITF-CNT="  ITF-CNT.
           DISPLAY  "*** ADD-CNT="  ADD-CNT.
           DISPLAY  "*** EXC-CNT="  EXC-CNT.
           DISPLAY  "*** HORYU="    HORYU-CNT.
           DISPLAY  "*** MVJ-CNT="  MVJ-CNT.
           DISPLAY  "*** POM-OK="   POM-OK-CNT.
           DISPLAY  "*** POM-NG="   POM-NG-CNT.
           DISPLAY  "*** KAK-CNT="  KAK-CNT.
           DISPLAY  "*** KAK-OVER=" KAK-OVER-CNT.
           DISPLAY  "*** SER-CNT="  SER-CNT.
           DISPLAY  "*** KJBM115  END ***".
       EXT.
           EXIT.
