       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM325.
      ********************************************************
      *  システム名    ：研修
      *  サブシステム名：売上
      *  プログラム名  ：委託在庫使用計上
      *  作成日／作成者：２０２６年１０月１５日  システム技研
      *  変更日／変更者：２０２６年１０月１５日  システム技研
      *        変更内容：会社別番号帯からの採番と売上の会社コード設定
      ********************************************************
      *  得意先から届いた委託在庫使用報告（KUCF195）を読み、
      *  使用分を得意先の委託在庫場所（CFTOK-ITAKU-WHS）のロット
      *  別在庫から取り崩して売上ファイル（UF010、当日分へ追記。
      *  データ区分"1"）へ計上する。
      *  　・ロット指定の行はそのロットから、指定なしの行は有効
      *  　　期限の近いロット（期限同一・期限なしのロット間では
      *  　　入庫日の古いロット）から取り崩す
      *  　・単価は使用日時点で有効な契約単価（KCCFCPR）、無けれ
      *  　　ば商品マスタの使用日時点の単価とする
      *  　・標準原価は使用日時点の原価に取り崩したロットの付随
      *  　　費用単価（数量加重平均）を加える
      *  　・受注番号は報告書（得意先＋報告書番号）ごとに受注番号
      *  　　採番サービス（KCBS030。発番元KUBM325）から払い出し、
      *  　　行番号は報告書の行番号とする
      *  取り崩しは在庫移動ジャーナル（KJCF090）へ移動区分"9"の
      *  マイナス行として記録する。得意先・委託在庫場所・商品の
      *  未登録、委託在庫の不足がある行は計上せず、計上リストの
      *  備考欄へ理由を印字する。同日の二重計上は実行記録
      *  （KCCFRUN）の同日ガードで防ぐ
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  ITS-FILE  ASSIGN  TO  EXTERNAL  ITS.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  IMF-FILE  ASSIGN  TO  EXTERNAL  IMF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  CPR-FILE  ASSIGN  TO  EXTERNAL  CPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  CFCPR-KEY.
           SELECT  LOT-FILE  ASSIGN  TO  EXTERNAL  LOT
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  CFLOT-KEY.
           SELECT  MVJ-FILE  ASSIGN  TO  EXTERNAL  MVJ.
           SELECT  OTF-FILE  ASSIGN  TO  EXTERNAL  UF010.
           SELECT  RUN-FILE  ASSIGN  TO  EXTERNAL  RNS
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFRUN-PGM-ID.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  ITS-FILE.
       01  ITS-REC.
           COPY  KUCF195.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  CPR-FILE.
       01  CPR-REC.
           COPY  KCCFCPR.
       FD  LOT-FILE.
       01  LOT-REC.
           COPY  KCCFLOT.
       FD  MVJ-FILE.
       01  MVJ-REC.
           COPY  KJCF090.
       FD  OTF-FILE.
       01  OTF-REC.
           COPY  KUCF010.
       FD  RUN-FILE.
       01  RUN-REC.
           COPY  KCCFRUN.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE            SECTION.
       01  ITS-END-FLG            PIC  X(1)          VALUE  "0".
       01  LOT-END-FLG            PIC  X(1)          VALUE  "0".
       01  CPR-END-FLG            PIC  X(1)          VALUE  "0".
       01  ITS-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  KEIJO-CNT              PIC S9(9)  COMP-3  VALUE  +0.
       01  ERR-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  MVJ-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC S9(3)  COMP-3  VALUE  +0.
       01  PAGE-CNT               PIC S9(5)  COMP-3  VALUE  +0.
      *    １頁あたりの印字行数
       01  WK-PAGE-LINE-CNT       PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    同日再実行ガード用
       01  WK-GUARD-DATE8         PIC  9(08)          VALUE  ZERO.
      *    消費税率（売上計上（KUBM010）と同じ一律10％）
       01  WK-ZEI-RITSU           PIC  9(02)          VALUE  10.
      *    報告書の切れ目判定と報告書ごとの受注番号
       01  WK-KEY-TOKU-COD        PIC  X(04)          VALUE  SPACE.
       01  WK-KEY-HOKOKU-NO       PIC  X(10)          VALUE  SPACE.
       01  WK-JUCHU-NO            PIC  9(06)          VALUE  ZERO.
      *    得意先の読込結果（"1"＝マスタ有り）と委託在庫場所
       01  WK-TOK-FLG             PIC  X(1)          VALUE  "0".
       01  WK-ITAKU-WHS           PIC  X(02)          VALUE  SPACE.
       01  WK-ERR-RIYU            PIC  X(14)          VALUE  SPACE.
      *    委託在庫場所の商品別ロット合計（移動前／移動後）
       01  WK-ZAIKO-BEFORE        PIC S9(07)          VALUE  ZERO.
       01  WK-ZAIKO-AFTER         PIC S9(07)          VALUE  ZERO.
      *    取り崩し（残り数量・今回取崩数量・引当ロット）
       01  WK-NOKORI              PIC S9(07)          VALUE  ZERO.
       01  WK-TORI-SURYO          PIC S9(07)          VALUE  ZERO.
       01  WK-HIKI-LOT-NO         PIC  X(10)          VALUE  SPACE.
       01  WK-FUTAI-KEI           PIC S9(11)V9(2) COMP-3
                                                      VALUE  +0.
      *    取崩ロット選定（"1"＝候補有り）
       01  WK-SEL-FLG             PIC  X(1)          VALUE  SPACE.
       01  WK-SEL-LOT-NO          PIC  X(10)          VALUE  SPACE.
       01  WK-SEL-YUKO-DATE       PIC  9(08)          VALUE  ZERO.
       01  WK-SEL-NYUKO-DATE      PIC  9(08)          VALUE  ZERO.
      *    単価・原価の判定（使用日時点）
       01  WK-SHIYO-DATE8         PIC  9(08)          VALUE  ZERO.
       01  WK-TANKA               PIC S9(05)V9(2)     VALUE  ZERO.
       01  WK-GENKA               PIC S9(05)V9(2)     VALUE  ZERO.
       01  WK-KINGAKU             PIC S9(09)          VALUE  ZERO.
       01  WK-BEST-DATE           PIC  9(08)          VALUE  ZERO.
       01  WK-HIST-IDX            PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-CPR-HIT-FLG         PIC  X(1)          VALUE  SPACE.
       01  WK-CPR-BEST-FROM       PIC  9(08)          VALUE  ZERO.
       01  WK-CPR-TANKA           PIC S9(05)V9(2)     VALUE  ZERO.
      *    計上金額合計
       01  WK-KINGAKU-GOKEI       PIC S9(11) COMP-3  VALUE  +0.
      *    受注番号採番サービス連携パラメタ
           COPY  KCBS030P.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(22)  VALUE
                "委託在庫使用計上リスト".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "DATE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-DATE              PIC  9(08).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "PAGE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-PAGE-NO           PIC  Z,ZZ9.
         02  FILLER               PIC  X(57)  VALUE  SPACE.
      *  小見出し
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(6)   VALUE  "得意先".
         02  FILLER               PIC  X(10)  VALUE  "報告書番号".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  FILLER               PIC  X(2)   VALUE  "行".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "商品".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "ロット番号".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "数量".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "単価".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(7)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "金額".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "受注番号".
         02  FILLER               PIC  X(6)   VALUE  "備  考".
         02  FILLER               PIC  X(49)  VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-HOKOKU-NO         PIC  X(10).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-GYO-NO            PIC  9(02).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-LOT-NO            PIC  X(10).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SURYO             PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TANKA             PIC  ZZ,ZZ9.99.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KINGAKU           PIC  ---,---,--9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-JUCHU-NO          PIC  ZZZZZZ.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-BIKO              PIC  X(14).
         02  FILLER               PIC  X(41)  VALUE  SPACE.
      *
      ********************************************************
      *  委託在庫使用計上
      ********************************************************
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  ITS-READ-RTN.
           PERFORM  KEIJO-RTN  UNTIL  ITS-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KUBM325 START ***".
           OPEN  I-O  RUN-FILE.
           PERFORM  DUP-RUN-GUARD-RTN.
           OPEN  INPUT   ITS-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  INPUT   IMF-FILE.
           OPEN  INPUT   CPR-FILE.
           OPEN  I-O     LOT-FILE.
           OPEN  EXTEND  MVJ-FILE.
           OPEN  EXTEND  OTF-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           PERFORM  MIDASHI-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  同日再実行ガード処理
      ********************************************************
       DUP-RUN-GUARD-RTN          SECTION.
           MOVE  "KUBM325"  TO  CFRUN-PGM-ID.
           READ  RUN-FILE
             INVALID  KEY
               GO  TO  EXT
           END-READ.
           ACCEPT  WK-GUARD-DATE8  FROM  DATE  YYYYMMDD.
           IF  CFRUN-DATE  =  WK-GUARD-DATE8
             DISPLAY  "*** KUBM325 ALREADY RUN TODAY ***"
             CLOSE  RUN-FILE
             STOP  RUN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  使用報告入力処理
      ********************************************************
       ITS-READ-RTN               SECTION.
           READ  ITS-FILE
             AT  END
               MOVE  "1"  TO  ITS-END-FLG
             NOT  AT  END
               ADD  +1  TO  ITS-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  計上処理（報告書の切れ目で得意先を読み直し、受注番号を
      *  払い出し直す。受注番号は計上できる最初の行で採番する）
      ********************************************************
       KEIJO-RTN                  SECTION.
           IF  ITS-TOKU-COD   NOT  =  WK-KEY-TOKU-COD
           OR  ITS-HOKOKU-NO  NOT  =  WK-KEY-HOKOKU-NO
             MOVE  ITS-TOKU-COD   TO  WK-KEY-TOKU-COD
             MOVE  ITS-HOKOKU-NO  TO  WK-KEY-HOKOKU-NO
             MOVE  ZERO           TO  WK-JUCHU-NO
             PERFORM  TOK-READ-RTN
           END-IF.
           MOVE  SPACE  TO  WK-ERR-RIYU  WK-HIKI-LOT-NO.
           MOVE  ZERO   TO  WK-TANKA  WK-KINGAKU.
           PERFORM  CHECK-RTN.
           IF  WK-ERR-RIYU  NOT  =  SPACE
             ADD  +1  TO  ERR-CNT
             PERFORM  MEISAI-RTN
             GO  TO  NEXT-READ
           END-IF.
           IF  WK-JUCHU-NO  =  ZERO
             PERFORM  SAIBAN-RTN
           END-IF.
           IF  WK-ERR-RIYU  NOT  =  SPACE
             ADD  +1  TO  ERR-CNT
             PERFORM  MEISAI-RTN
             GO  TO  NEXT-READ
           END-IF.
           MOVE  ITS-SHIYO-DATE  TO  WK-SHIYO-DATE8.
           PERFORM  EFF-TANKA-RTN.
           PERFORM  EFF-GENKA-RTN.
           COMPUTE  WK-KINGAKU  ROUNDED  =  WK-TANKA  *  ITS-SURYO.
           PERFORM  TORIKUZUSHI-RTN.
           COMPUTE  WK-GENKA  ROUNDED  =
                    WK-GENKA  +  WK-FUTAI-KEI  /  ITS-SURYO.
           COMPUTE  WK-ZAIKO-AFTER  =
                    WK-ZAIKO-BEFORE  -  ITS-SURYO.
           PERFORM  MVJ-WRITE-RTN.
           PERFORM  UF-WRITE-RTN.
           ADD  +1  TO  KEIJO-CNT.
           ADD  WK-KINGAKU  TO  WK-KINGAKU-GOKEI.
           PERFORM  MEISAI-RTN.
       NEXT-READ.
           PERFORM  ITS-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  得意先読込処理
      ********************************************************
       TOK-READ-RTN               SECTION.
           MOVE  SPACE  TO  WK-ITAKU-WHS.
           MOVE  ITS-TOKU-COD  TO  CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               MOVE  "0"  TO  WK-TOK-FLG
             NOT  INVALID  KEY
               MOVE  "1"  TO  WK-TOK-FLG
               MOVE  CFTOK-ITAKU-WHS  TO  WK-ITAKU-WHS
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  計上前チェック処理（委託在庫の不足は指定ロットの残数、
      *  ロット指定なしは委託在庫場所の商品別合計で判定する）
      ********************************************************
       CHECK-RTN                  SECTION.
           IF  WK-TOK-FLG  NOT  =  "1"
             MOVE  "得意先無し"  TO  WK-ERR-RIYU
             GO  TO  EXT
           END-IF.
           IF  WK-ITAKU-WHS  =  SPACE
             MOVE  "場所未登録"  TO  WK-ERR-RIYU
             GO  TO  EXT
           END-IF.
           IF  ITS-SURYO  NOT  NUMERIC
           OR  ITS-SURYO  =  ZERO
             MOVE  "数量誤り"  TO  WK-ERR-RIYU
             GO  TO  EXT
           END-IF.
           MOVE  ITS-SHOHIN-NO  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               MOVE  "商品無し"  TO  WK-ERR-RIYU
               GO  TO  EXT
           END-READ.
           PERFORM  ZAIKO-GOKEI-RTN.
           IF  ITS-LOT-NO  =  SPACE
             IF  WK-ZAIKO-BEFORE  <  ITS-SURYO
               MOVE  "委託在庫不足"  TO  WK-ERR-RIYU
             END-IF
             GO  TO  EXT
           END-IF.
           MOVE  ITS-SHOHIN-NO  TO  CFLOT-SHOHIN-NO.
           MOVE  WK-ITAKU-WHS   TO  CFLOT-WHS-COD.
           MOVE  ITS-LOT-NO     TO  CFLOT-LOT-NO.
           READ  LOT-FILE
             INVALID  KEY
               MOVE  "ロット無し"  TO  WK-ERR-RIYU
               GO  TO  EXT
           END-READ.
           IF  CFLOT-ZAIKO-SURYO  <  ITS-SURYO
             MOVE  "委託在庫不足"  TO  WK-ERR-RIYU
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  委託在庫合計処理（委託在庫場所にある当該商品の全ロット
      *  の残数を合計して移動前の在庫数量とする）
      ********************************************************
       ZAIKO-GOKEI-RTN            SECTION.
           MOVE  ZERO  TO  WK-ZAIKO-BEFORE.
           MOVE  "0"   TO  LOT-END-FLG.
           MOVE  ITS-SHOHIN-NO  TO  CFLOT-SHOHIN-NO.
           MOVE  WK-ITAKU-WHS   TO  CFLOT-WHS-COD.
           MOVE  LOW-VALUE      TO  CFLOT-LOT-NO.
           START  LOT-FILE  KEY  >=  CFLOT-KEY
             INVALID  KEY
               MOVE  "1"  TO  LOT-END-FLG
           END-START.
           PERFORM  ZAIKO-KASAN-RTN  UNTIL  LOT-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  委託在庫加算処理
      ********************************************************
       ZAIKO-KASAN-RTN            SECTION.
           READ  LOT-FILE  NEXT
             AT  END
               MOVE  "1"  TO  LOT-END-FLG
               GO  TO  EXT
           END-READ.
           IF  CFLOT-SHOHIN-NO  NOT  =  ITS-SHOHIN-NO
           OR  CFLOT-WHS-COD    NOT  =  WK-ITAKU-WHS
             MOVE  "1"  TO  LOT-END-FLG
             GO  TO  EXT
           END-IF.
           ADD  CFLOT-ZAIKO-SURYO  TO  WK-ZAIKO-BEFORE.
       EXT.
           EXIT.
      ********************************************************
      *  受注番号採番処理（発番元未登録・範囲枯渇の場合は自前
      *  採番へ戻さず、その行を計上せずにリストへ残す。番号帯を
      *  整備して未計上の行を再報告してもらう）
      ********************************************************
       SAIBAN-RTN                 SECTION.
           MOVE  "KUBM325"         TO  S030-SOURCE-ID.
           MOVE  CFTOK-KAISHA-COD  TO  S030-KAISHA-COD.
           CALL  "KCBS030"  USING  KCBS030-P1.
           IF  S030-RCD  NOT  =  SPACE
             DISPLAY  "*** KUBM325 SAIBAN ERROR RCD="  S030-RCD
                      " ***"
             MOVE  "採番エラー"  TO  WK-ERR-RIYU
             GO  TO  EXT
           END-IF.
           MOVE  S030-JUCHU-NO  TO  WK-JUCHU-NO.
       EXT.
           EXIT.
      ********************************************************
      *  使用日現在の適用単価判定処理（使用日時点で有効な契約
      *  単価を優先し、無ければ商品マスタの単価を使う。使用日が
      *  現行単価の適用開始日より前なら履歴から探す）
      ********************************************************
       EFF-TANKA-RTN              SECTION.
           PERFORM  CPR-TANKA-RTN.
           IF  WK-CPR-HIT-FLG  =  "1"
             MOVE  WK-CPR-TANKA  TO  WK-TANKA
             GO  TO  EXT
           END-IF.
           MOVE  CFSHO-TANKA  TO  WK-TANKA.
           IF  CFSHO-TANKA-EFF-DATE  >  WK-SHIYO-DATE8
             MOVE  ZERO  TO  WK-BEST-DATE
             PERFORM  TANKA-HIST-RTN
                 VARYING  WK-HIST-IDX  FROM  1  BY  1
                 UNTIL  WK-HIST-IDX  >  5
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  単価履歴検索処理
      ********************************************************
       TANKA-HIST-RTN             SECTION.
           IF  CFSHO-HIST-EFF-DATE  (WK-HIST-IDX)  NOT  =  ZERO
             AND  CFSHO-HIST-EFF-DATE  (WK-HIST-IDX)
                    NOT  >  WK-SHIYO-DATE8
             AND  CFSHO-HIST-EFF-DATE  (WK-HIST-IDX)
                    >  WK-BEST-DATE
               MOVE  CFSHO-HIST-EFF-DATE  (WK-HIST-IDX)  TO
                     WK-BEST-DATE
               MOVE  CFSHO-HIST-TANKA     (WK-HIST-IDX)  TO
                     WK-TANKA
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  契約単価検索処理（得意先・商品の契約を適用開始日順に
      *  読み、使用日時点で有効な契約のうち適用開始日の最も
      *  新しいものを採用する）
      ********************************************************
       CPR-TANKA-RTN              SECTION.
           MOVE  SPACE  TO  WK-CPR-HIT-FLG.
           MOVE  ZERO   TO  WK-CPR-BEST-FROM.
           MOVE  "0"    TO  CPR-END-FLG.
           MOVE  ITS-TOKU-COD   TO  CFCPR-TOKU-COD.
           MOVE  ITS-SHOHIN-NO  TO  CFCPR-SHOHIN-NO.
           MOVE  ZERO           TO  CFCPR-EFF-FROM.
           START  CPR-FILE  KEY  >=  CFCPR-KEY
             INVALID  KEY
               MOVE  "1"  TO  CPR-END-FLG
           END-START.
           PERFORM  CPR-SCAN-RTN  UNTIL  CPR-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  契約単価読込処理
      ********************************************************
       CPR-SCAN-RTN               SECTION.
           READ  CPR-FILE  NEXT
             AT  END
               MOVE  "1"  TO  CPR-END-FLG
               GO  TO  EXT
           END-READ.
           IF  CFCPR-TOKU-COD   NOT  =  ITS-TOKU-COD
           OR  CFCPR-SHOHIN-NO  NOT  =  ITS-SHOHIN-NO
             MOVE  "1"  TO  CPR-END-FLG
             GO  TO  EXT
           END-IF.
           IF  CFCPR-EFF-FROM  NOT  >  WK-SHIYO-DATE8
             AND  (CFCPR-EFF-TO  =  ZERO
               OR  CFCPR-EFF-TO  NOT  <  WK-SHIYO-DATE8)
             AND  CFCPR-EFF-FROM  NOT  <  WK-CPR-BEST-FROM
               MOVE  CFCPR-EFF-FROM  TO  WK-CPR-BEST-FROM
               MOVE  CFCPR-TANKA     TO  WK-CPR-TANKA
               MOVE  "1"             TO  WK-CPR-HIT-FLG
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  使用日現在の標準原価判定処理
      ********************************************************
       EFF-GENKA-RTN              SECTION.
           MOVE  CFSHO-GENKA  TO  WK-GENKA.
           IF  CFSHO-GENKA-EFF-DATE  >  WK-SHIYO-DATE8
             MOVE  ZERO  TO  WK-BEST-DATE
             PERFORM  GENKA-HIST-RTN
                 VARYING  WK-HIST-IDX  FROM  1  BY  1
                 UNTIL  WK-HIST-IDX  >  5
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  原価履歴検索処理
      ********************************************************
       GENKA-HIST-RTN             SECTION.
           IF  CFSHO-CHIST-EFF-DATE  (WK-HIST-IDX)  NOT  =  ZERO
             AND  CFSHO-CHIST-EFF-DATE  (WK-HIST-IDX)
                    NOT  >  WK-SHIYO-DATE8
             AND  CFSHO-CHIST-EFF-DATE  (WK-HIST-IDX)
                    >  WK-BEST-DATE
               MOVE  CFSHO-CHIST-EFF-DATE  (WK-HIST-IDX)  TO
                     WK-BEST-DATE
               MOVE  CFSHO-CHIST-GENKA     (WK-HIST-IDX)  TO
                     WK-GENKA
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  委託在庫取崩処理（ロット指定の行はそのロットから、指定
      *  なしの行は有効期限順にロットを選んで取り崩す。売上明細
      *  の引当ロットは最初に取り崩したロットとする）
      ********************************************************
       TORIKUZUSHI-RTN            SECTION.
           MOVE  ITS-SURYO  TO  WK-NOKORI.
           MOVE  ZERO       TO  WK-FUTAI-KEI.
           IF  ITS-LOT-NO  NOT  =  SPACE
             MOVE  ITS-LOT-NO  TO  WK-SEL-LOT-NO
             PERFORM  LOT-TORI-RTN
             GO  TO  EXT
           END-IF.
           PERFORM  FEFO-RTN  UNTIL  WK-NOKORI  =  ZERO.
       EXT.
           EXIT.
      ********************************************************
      *  期限順取崩処理（残数のあるロットのうち有効期限の最も
      *  近いものを選んで取り崩す）
      ********************************************************
       FEFO-RTN                   SECTION.
           MOVE  SPACE  TO  WK-SEL-FLG  WK-SEL-LOT-NO.
           MOVE  ZERO   TO  WK-SEL-YUKO-DATE  WK-SEL-NYUKO-DATE.
           MOVE  "0"    TO  LOT-END-FLG.
           MOVE  ITS-SHOHIN-NO  TO  CFLOT-SHOHIN-NO.
           MOVE  WK-ITAKU-WHS   TO  CFLOT-WHS-COD.
           MOVE  LOW-VALUE      TO  CFLOT-LOT-NO.
           START  LOT-FILE  KEY  >=  CFLOT-KEY
             INVALID  KEY
               MOVE  "1"  TO  LOT-END-FLG
           END-START.
           PERFORM  LOT-HIKAKU-RTN  UNTIL  LOT-END-FLG  =  "1".
           IF  WK-SEL-FLG  NOT  =  "1"
             MOVE  ZERO  TO  WK-NOKORI
             GO  TO  EXT
           END-IF.
           PERFORM  LOT-TORI-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  取崩ロット比較処理（期限付きロットを期限なしより先に、
      *  期限同一・期限なしのロット間では入庫日の古いものを選ぶ）
      ********************************************************
       LOT-HIKAKU-RTN             SECTION.
           READ  LOT-FILE  NEXT
             AT  END
               MOVE  "1"  TO  LOT-END-FLG
               GO  TO  EXT
           END-READ.
           IF  CFLOT-SHOHIN-NO  NOT  =  ITS-SHOHIN-NO
           OR  CFLOT-WHS-COD    NOT  =  WK-ITAKU-WHS
             MOVE  "1"  TO  LOT-END-FLG
             GO  TO  EXT
           END-IF.
           IF  CFLOT-ZAIKO-SURYO  NOT  >  ZERO
             GO  TO  EXT
           END-IF.
           IF  WK-SEL-FLG  =  "1"
             IF  CFLOT-YUKO-DATE  =  ZERO
               AND  WK-SEL-YUKO-DATE  NOT  =  ZERO
                 GO  TO  EXT
             END-IF
             IF  CFLOT-YUKO-DATE  NOT  =  ZERO
               AND  WK-SEL-YUKO-DATE  NOT  =  ZERO
               AND  CFLOT-YUKO-DATE  >  WK-SEL-YUKO-DATE
                 GO  TO  EXT
             END-IF
             IF  CFLOT-YUKO-DATE  =  WK-SEL-YUKO-DATE
               AND  CFLOT-NYUKO-DATE  NOT  <  WK-SEL-NYUKO-DATE
                 GO  TO  EXT
             END-IF
           END-IF.
           MOVE  "1"               TO  WK-SEL-FLG.
           MOVE  CFLOT-LOT-NO      TO  WK-SEL-LOT-NO.
           MOVE  CFLOT-YUKO-DATE   TO  WK-SEL-YUKO-DATE.
           MOVE  CFLOT-NYUKO-DATE  TO  WK-SEL-NYUKO-DATE.
       EXT.
           EXIT.
      ********************************************************
      *  ロット取崩処理（選んだロットから残り数量まで取り崩し、
      *  付随費用単価を取崩数量で積み上げる）
      ********************************************************
       LOT-TORI-RTN               SECTION.
           MOVE  ITS-SHOHIN-NO  TO  CFLOT-SHOHIN-NO.
           MOVE  WK-ITAKU-WHS   TO  CFLOT-WHS-COD.
           MOVE  WK-SEL-LOT-NO  TO  CFLOT-LOT-NO.
           READ  LOT-FILE
             INVALID  KEY
               MOVE  ZERO  TO  WK-NOKORI
               GO  TO  EXT
           END-READ.
           IF  CFLOT-ZAIKO-SURYO  <  WK-NOKORI
             MOVE  CFLOT-ZAIKO-SURYO  TO  WK-TORI-SURYO
           ELSE
             MOVE  WK-NOKORI          TO  WK-TORI-SURYO
           END-IF.
           SUBTRACT  WK-TORI-SURYO  FROM  CFLOT-ZAIKO-SURYO.
           REWRITE  LOT-REC.
           COMPUTE  WK-FUTAI-KEI  =  WK-FUTAI-KEI  +
                    CFLOT-FUTAI-TANKA  *  WK-TORI-SURYO.
           SUBTRACT  WK-TORI-SURYO  FROM  WK-NOKORI.
           IF  WK-HIKI-LOT-NO  =  SPACE
             MOVE  CFLOT-LOT-NO  TO  WK-HIKI-LOT-NO
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  在庫移動ジャーナル出力処理（委託在庫場所のマイナス行。
      *  起因伝票には採番した受注番号＋行番号を記録する）
      ********************************************************
       MVJ-WRITE-RTN              SECTION.
           MOVE  SPACE            TO  MVJ-REC.
           MOVE  WK-PC-DATE8      TO  MVJ-DATE.
           ACCEPT  MVJ-TIME  FROM  TIME.
           MOVE  "KUBM325"        TO  MVJ-PGM-ID.
           MOVE  ITS-SHOHIN-NO    TO  MVJ-SHOHIN-NO.
           MOVE  WK-ITAKU-WHS     TO  MVJ-WHS-COD.
           MOVE  "9"              TO  MVJ-IDO-KBN.
           COMPUTE  MVJ-IDO-SURYO  =  ITS-SURYO  *  -1.
           MOVE  WK-ZAIKO-BEFORE  TO  MVJ-ZAIKO-BEFORE.
           MOVE  WK-ZAIKO-AFTER   TO  MVJ-ZAIKO-AFTER.
           STRING  WK-JUCHU-NO  DELIMITED  BY  SIZE
                   ITS-GYO-NO   DELIMITED  BY  SIZE
                   INTO  MVJ-DENPYO-NO
           END-STRING.
           WRITE  MVJ-REC.
           ADD  +1  TO  MVJ-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  売上明細出力処理（UF010形式・データ区分"1"。受注日・
      *  実出荷日は使用日、出荷元倉庫は委託在庫場所とする）
      ********************************************************
       UF-WRITE-RTN               SECTION.
           MOVE  SPACE              TO  OTF-REC.
           MOVE  "1"                TO  UF010-DATA-KBN.
           MOVE  ITS-TOKU-COD       TO  UF010-TOKU-COD.
           MOVE  ITS-SHIYO-DATE     TO  UF010-JUCHU-DATE.
           MOVE  WK-JUCHU-NO        TO  UF010-JUCHU-NO.
           MOVE  ITS-GYO-NO         TO  UF010-GYO-NO.
           MOVE  ITS-SHOHIN-NO      TO  UF010-SHOHIN-NO.
           MOVE  CFTOK-TOKU-MEI     TO  UF010-TOKU-MEI.
           MOVE  CFSHO-SHOHIN-MEI   TO  UF010-SHOHIN-MEI.
           MOVE  WK-TANKA           TO  UF010-TANKA.
           MOVE  ITS-SURYO          TO  UF010-SURYO.
           MOVE  WK-KINGAKU         TO  UF010-KINGAKU.
           MOVE  WK-ZEI-RITSU       TO  UF010-ZEI-RITSU.
           COMPUTE  UF010-ZEI-GAKU  ROUNDED  =
                    UF010-KINGAKU  *  WK-ZEI-RITSU  /  100.
           MOVE  SPACE              TO  UF010-EIGYO-COD.
           MOVE  SPACE              TO  UF010-RISON-KBN.
           MOVE  WK-ITAKU-WHS       TO  UF010-WHS-COD.
           MOVE  ITS-SHIYO-DATE     TO  UF010-SHIP-DATE.
           MOVE  WK-HIKI-LOT-NO     TO  UF010-LOT-NO.
           MOVE  WK-GENKA           TO  UF010-GENKA.
           MOVE  ZERO               TO  UF010-NEBIKI-GAKU.
           MOVE  SPACE              TO  UF010-CMP-COD.
           MOVE  CFTOK-KAISHA-COD   TO  UF010-KAISHA-COD.
           WRITE  OTF-REC.
       EXT.
           EXIT.
      ********************************************************
      *  計上リスト明細処理（頁あふれ時は見出しから印字し直す）
      ********************************************************
       MEISAI-RTN                 SECTION.
           MOVE  ITS-TOKU-COD    TO  D1-TOKU-COD.
           MOVE  ITS-HOKOKU-NO   TO  D1-HOKOKU-NO.
           MOVE  ITS-GYO-NO      TO  D1-GYO-NO.
           MOVE  ITS-SHOHIN-NO   TO  D1-SHOHIN-NO.
           IF  WK-HIKI-LOT-NO  =  SPACE
             MOVE  ITS-LOT-NO      TO  D1-LOT-NO
           ELSE
             MOVE  WK-HIKI-LOT-NO  TO  D1-LOT-NO
           END-IF.
           MOVE  ITS-SURYO       TO  D1-SURYO.
           MOVE  WK-TANKA        TO  D1-TANKA.
           MOVE  WK-KINGAKU      TO  D1-KINGAKU.
           IF  WK-ERR-RIYU  =  SPACE
             MOVE  WK-JUCHU-NO   TO  D1-JUCHU-NO
           ELSE
             MOVE  ZERO          TO  D1-JUCHU-NO
           END-IF.
           MOVE  WK-ERR-RIYU     TO  D1-BIKO.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  見出し印刷処理
      ********************************************************
       MIDASHI-RTN                SECTION.
           MOVE  +0  TO  LINE-CNT.
           ADD   +1  TO  PAGE-CNT.
           MOVE  PAGE-CNT  TO  H1-PAGE-NO.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  H2-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理（実行状態を更新する）
      ********************************************************
       TERM-RTN                   SECTION.
           MOVE  "KUBM325"  TO  CFRUN-PGM-ID.
           READ  RUN-FILE
             INVALID  KEY
               ACCEPT  CFRUN-DATE  FROM  DATE  YYYYMMDD
               ACCEPT  CFRUN-TIME  FROM  TIME
               MOVE  1  TO  CFRUN-CYCLE-NO
               WRITE  RUN-REC
             NOT  INVALID  KEY
               ACCEPT  CFRUN-DATE  FROM  DATE  YYYYMMDD
               ACCEPT  CFRUN-TIME  FROM  TIME
               MOVE  1  TO  CFRUN-CYCLE-NO
               REWRITE  RUN-REC
           END-READ.
           CLOSE  ITS-FILE  TOK-FILE  IMF-FILE  CPR-FILE  LOT-FILE
                  MVJ-FILE  OTF-FILE  RUN-FILE  OEF-FILE.
           DISPLAY  "*** ITS-CNT="  ITS-CNT.
           DISPLAY  "*** KEIJO="    KEIJO-CNT.
           DISPLAY  "*** ERR-CNT="  ERR-CNT.
           DISPLAY  "*** MVJ-CNT="  MVJ-CNT.
           DISPLAY  "*** GOKEI="    WK-KINGAKU-GOKEI.
           DISPLAY  "*** KUBM325  END ***".
       EXT.
           EXIT.
