       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KJBM365.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：受注
      *  プログラム名      ：受入検査結果入力
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：仕入先返品待ちをロット単位に集約する
      ********************************************************
      *    品質管理からの受入検査結果ファイル（商品・倉庫・ロット
      *    番号・決定区分・合格数量）を読み、ロット別在庫
      *    （KCCFLOT）の検査待ち（検査区分"H"）ロットを決定区分
      *    どおりに処理する。
      *    　・決定区分"1"＝合格：検査待ち数量の全数を商品マスタ
      *    　　の倉庫在庫へ加算し、ロットを引当可（検査区分空白）
      *    　　とする。在庫移動ジャーナルへ移動区分"2"（入庫）の
      *    　　証跡を残す
      *    　・決定区分"2"＝不合格：全数を仕入先返品待ち
      *    　　（KJCF300）へ積み、ロットを不合格（"R"）で残数
      *    　　ゼロとする。在庫は動かない
      *    　・決定区分"3"＝一部合格：合格数量を合格と同様に在庫
      *    　　へ加算し、残りを仕入先返品待ちへ積む
      *    キー不明・検査待ちでないロット・決定区分不正・合格数量
      *    が検査待ち数量を超える行はエラー表示して読み飛ばす
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  ITF-FILE  ASSIGN  TO  EXTERNAL  ITF.
           SELECT  LOT-FILE  ASSIGN  TO  EXTERNAL  LOT
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFLOT-KEY.
           SELECT  IMF-FILE  ASSIGN  TO  EXTERNAL  IMF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  HNP-FILE  ASSIGN  TO  EXTERNAL  HNP
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  HNP-KEY.
           SELECT  MVJ-FILE  ASSIGN  TO  EXTERNAL  MVJ.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *    受入検査結果（ロットキー・決定区分・合格数量・検査日）
       FD  ITF-FILE.
       01  ITF-REC.
         03  KNI-SHOHIN-NO        PIC  X(05).
         03  KNI-WHS-COD          PIC  X(02).
         03  KNI-LOT-NO           PIC  X(10).
      *    決定区分（"1"＝合格、"2"＝不合格、"3"＝一部合格）
         03  KNI-KETTEI-KBN       PIC  X(01).
      *    合格数量（決定区分"3"の場合のみ使用）
         03  KNI-GOKAKU-SURYO     PIC  9(07).
         03  KNI-KENSA-DATE       PIC  9(08).
       FD  LOT-FILE.
       01  LOT-REC.
           COPY  KCCFLOT.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  HNP-FILE.
       01  HNP-REC.
           COPY  KJCF300.
       FD  MVJ-FILE.
       01  MVJ-REC.
           COPY  KJCF090.
      *
       WORKING-STORAGE             SECTION.
       01  ITF-END-FLG             PIC  X(1)          VALUE  "0".
       01  ITF-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  GOKAKU-CNT              PIC S9(9)  COMP-3  VALUE  +0.
       01  FUGOKAKU-CNT            PIC S9(9)  COMP-3  VALUE  +0.
       01  ICHIBU-CNT              PIC S9(9)  COMP-3  VALUE  +0.
       01  HNP-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  ERR-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  MVJ-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-PC-DATE8             PIC  9(08)          VALUE  ZERO.
       01  WK-KENSA-DATE           PIC  9(08)          VALUE  ZERO.
      *    合格数量・返品数量（検査待ち数量を振り分ける）
       01  WK-GOKAKU-SURYO         PIC S9(07)          VALUE  ZERO.
       01  WK-HENPIN-SURYO         PIC S9(07)          VALUE  ZERO.
      *    在庫計上用（合格分加算前後の倉庫在庫）
       01  WK-ZAIKO-BEFORE         PIC S9(07)          VALUE  ZERO.
       01  WK-ZAIKO-AFTER          PIC S9(07)          VALUE  ZERO.
      *
      ********************************************************
      *  受入検査結果入力
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  ITF-READ-RTN.
           PERFORM  KETTEI-RTN  UNTIL  ITF-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理
      ********************************************************
       INIT-RTN                    SECTION.
           DISPLAY  "*** KJBM365 START ***".
           OPEN  INPUT   ITF-FILE.
           OPEN  I-O     LOT-FILE.
           OPEN  I-O     IMF-FILE.
           OPEN  I-O     HNP-FILE.
           OPEN  EXTEND  MVJ-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
       EXT.
           EXIT.
      ********************************************************
      *  検査結果入力処理
      ********************************************************
       ITF-READ-RTN                SECTION.
           READ  ITF-FILE
             AT  END
               MOVE  "1"  TO  ITF-END-FLG
             NOT  AT  END
               ADD  +1  TO  ITF-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  決定処理（検査待ち数量を合格数量と返品数量へ振り分け、
      *  それぞれ在庫加算・返品待ち計上を行う）
      ********************************************************
       KETTEI-RTN                  SECTION.
           IF  NOT  (KNI-KETTEI-KBN  =  "1"  OR  "2"  OR  "3")
             DISPLAY  "*** KJBM365 BAD KETTEI "  KNI-SHOHIN-NO
                      "-"  KNI-WHS-COD  "-"  KNI-LOT-NO  " ***"
             ADD  +1  TO  ERR-CNT
             GO  TO  NEXT-READ
           END-IF.
           MOVE  KNI-SHOHIN-NO  TO  CFLOT-SHOHIN-NO.
           MOVE  KNI-WHS-COD    TO  CFLOT-WHS-COD.
           MOVE  KNI-LOT-NO     TO  CFLOT-LOT-NO.
           READ  LOT-FILE
             INVALID  KEY
               DISPLAY  "*** KJBM365 KEY NOT FOUND "  KNI-SHOHIN-NO
                        "-"  KNI-WHS-COD  "-"  KNI-LOT-NO  " ***"
               ADD  +1  TO  ERR-CNT
               GO  TO  NEXT-READ
           END-READ.
           IF  CFLOT-KENSA-KBN  NOT  =  "H"
             DISPLAY  "*** KJBM365 NOT IN QUARANTINE "  KNI-SHOHIN-NO
                      "-"  KNI-WHS-COD  "-"  KNI-LOT-NO  " ***"
             ADD  +1  TO  ERR-CNT
             GO  TO  NEXT-READ
           END-IF.
           IF  KNI-KENSA-DATE  NOT  =  ZERO
             MOVE  KNI-KENSA-DATE  TO  WK-KENSA-DATE
           ELSE
             MOVE  WK-PC-DATE8     TO  WK-KENSA-DATE
           END-IF.
           IF  KNI-KETTEI-KBN  =  "1"
             MOVE  CFLOT-ZAIKO-SURYO  TO  WK-GOKAKU-SURYO
           END-IF.
           IF  KNI-KETTEI-KBN  =  "2"
             MOVE  ZERO               TO  WK-GOKAKU-SURYO
           END-IF.
           IF  KNI-KETTEI-KBN  =  "3"
             IF  KNI-GOKAKU-SURYO  >  CFLOT-ZAIKO-SURYO
               DISPLAY  "*** KJBM365 OVER QUANTITY "  KNI-SHOHIN-NO
                        "-"  KNI-WHS-COD  "-"  KNI-LOT-NO  " ***"
               ADD  +1  TO  ERR-CNT
               GO  TO  NEXT-READ
             END-IF
             MOVE  KNI-GOKAKU-SURYO   TO  WK-GOKAKU-SURYO
           END-IF.
           COMPUTE  WK-HENPIN-SURYO  =
                    CFLOT-ZAIKO-SURYO  -  WK-GOKAKU-SURYO.
           IF  WK-GOKAKU-SURYO  >  ZERO
             PERFORM  GOKAKU-RTN
           END-IF.
           IF  WK-HENPIN-SURYO  >  ZERO
             PERFORM  HNP-WRITE-RTN
           END-IF.
           MOVE  WK-GOKAKU-SURYO  TO  CFLOT-ZAIKO-SURYO.
           IF  WK-GOKAKU-SURYO  >  ZERO
             MOVE  SPACE  TO  CFLOT-KENSA-KBN
           ELSE
             MOVE  "R"    TO  CFLOT-KENSA-KBN
           END-IF.
           REWRITE  LOT-REC.
           EVALUATE  KNI-KETTEI-KBN
             WHEN  "1"
               ADD  +1  TO  GOKAKU-CNT
             WHEN  "2"
               ADD  +1  TO  FUGOKAKU-CNT
             WHEN  OTHER
               ADD  +1  TO  ICHIBU-CNT
           END-EVALUATE.
       NEXT-READ.
           PERFORM  ITF-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  合格処理（合格数量を商品マスタの検査倉庫の在庫へ加算し、
      *  移動区分"2"の証跡を残す。商品マスタ未登録はエラー表示
      *  のみとする）
      ********************************************************
       GOKAKU-RTN                  SECTION.
           MOVE  CFLOT-SHOHIN-NO  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               DISPLAY  "*** KJBM365 SHOHIN NOT FOUND "
                        CFLOT-SHOHIN-NO  " ***"
               ADD  +1  TO  ERR-CNT
               GO  TO  EXT
           END-READ.
           IF  CFLOT-WHS-COD  =  "02"
             MOVE  CFSHO-ZAIKO-SURYO-WH2  TO  WK-ZAIKO-BEFORE
             ADD   WK-GOKAKU-SURYO  TO  CFSHO-ZAIKO-SURYO-WH2
             MOVE  CFSHO-ZAIKO-SURYO-WH2  TO  WK-ZAIKO-AFTER
           ELSE
             MOVE  CFSHO-ZAIKO-SURYO      TO  WK-ZAIKO-BEFORE
             ADD   WK-GOKAKU-SURYO  TO  CFSHO-ZAIKO-SURYO
             MOVE  CFSHO-ZAIKO-SURYO      TO  WK-ZAIKO-AFTER
           END-IF.
           REWRITE  IMF-REC.
           PERFORM  MVJ-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  仕入先返品待ち出力処理（不合格数量を入荷元の仕入先への
      *  返品待ちとして積む。同じロットの返品待ちがあれば数量を
      *  加える）
      ********************************************************
       HNP-WRITE-RTN               SECTION.
           MOVE  CFLOT-SIIRE-COD    TO  HNP-SIIRE-COD.
           MOVE  CFLOT-SHOHIN-NO    TO  HNP-SHOHIN-NO.
           MOVE  CFLOT-WHS-COD      TO  HNP-WHS-COD.
           MOVE  CFLOT-LOT-NO       TO  HNP-LOT-NO.
           READ  HNP-FILE
             INVALID  KEY
               MOVE  SPACE              TO  HNP-REC
               MOVE  CFLOT-SIIRE-COD    TO  HNP-SIIRE-COD
               MOVE  CFLOT-SHOHIN-NO    TO  HNP-SHOHIN-NO
               MOVE  CFLOT-WHS-COD      TO  HNP-WHS-COD
               MOVE  CFLOT-LOT-NO       TO  HNP-LOT-NO
               MOVE  WK-HENPIN-SURYO    TO  HNP-SURYO
               MOVE  WK-KENSA-DATE      TO  HNP-KENSA-DATE
               MOVE  CFLOT-HORYU-DATE   TO  HNP-NYUKO-DATE
               MOVE  "1"                TO  HNP-GENIN-KBN
               WRITE  HNP-REC
             NOT  INVALID  KEY
               IF  HNP-STATUS  NOT  =  SPACE
                 MOVE  ZERO  TO  HNP-SURYO
               END-IF
               ADD   WK-HENPIN-SURYO    TO  HNP-SURYO
               MOVE  WK-KENSA-DATE      TO  HNP-KENSA-DATE
               MOVE  CFLOT-HORYU-DATE   TO  HNP-NYUKO-DATE
               MOVE  SPACE              TO  HNP-STATUS
               MOVE  "1"                TO  HNP-GENIN-KBN
               REWRITE  HNP-REC
           END-READ.
           ADD  +1  TO  HNP-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  在庫移動ジャーナル出力処理（合格分の入庫の証跡。起因
      *  伝票には入荷元の仕入先コードを記録する）
      ********************************************************
       MVJ-WRITE-RTN               SECTION.
           MOVE  SPACE            TO  MVJ-REC.
           MOVE  WK-PC-DATE8      TO  MVJ-DATE.
           ACCEPT  MVJ-TIME  FROM  TIME.
           MOVE  "KJBM365"        TO  MVJ-PGM-ID.
           MOVE  CFLOT-SHOHIN-NO  TO  MVJ-SHOHIN-NO.
           MOVE  CFLOT-WHS-COD    TO  MVJ-WHS-COD.
           MOVE  "2"              TO  MVJ-IDO-KBN.
           MOVE  WK-GOKAKU-SURYO  TO  MVJ-IDO-SURYO.
           MOVE  WK-ZAIKO-BEFORE  TO  MVJ-ZAIKO-BEFORE.
           MOVE  WK-ZAIKO-AFTER   TO  MVJ-ZAIKO-AFTER.
           MOVE  CFLOT-SIIRE-COD  TO  MVJ-DENPYO-NO.
           WRITE  MVJ-REC.
           ADD  +1  TO  MVJ-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  ITF-FILE  LOT-FILE  IMF-FILE  HNP-FILE  MVJ-FILE.
           DISPLAY  "*** ITF-CNT="   ITF-CNT.
           DISPLAY  "*** GOKAKU="    GOKAKU-CNT.
           DISPLAY  "*** FUGOKAKU="  FUGOKAKU-CNT.
           DISPLAY  "*** ICHIBU="    ICHIBU-CNT.
           DISPLAY  "*** HNP-CNT="   HNP-CNT.
           DISPLAY  "*** ERR-CNT="   ERR-CNT.
           DISPLAY  "*** MVJ-CNT="   MVJ-CNT.
           DISPLAY  "*** KJBM365  END ***".
       EXT.
           EXIT.
