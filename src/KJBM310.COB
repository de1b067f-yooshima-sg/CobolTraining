      *  サブシステム名    ：受注
      *  プログラム名      ：返品検品結果入力
      *  作成日／作成者    ：２０２６年９月　２日  システム技研
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：受入検査区分の追加に伴う新規ロットの初期化
      *                    ：仕入先責任（仕入先返品待ちへ移送）を追加
      *                    ：ロット付随費用単価の初期化を追加
      *                    ：シリアル管理品の返品記帳を追加
      ********************************************************
      *    検品場からの検品結果ファイル（受注番号・行番号・決定
      *    区分）を読み、検品保留返品ファイル（KJCF260）の検品
      *    　・決定区分"2"＝廃棄：数量×処理日時点の標準原価で
      *    　　借方：商品廃棄損／貸方：商品のＧＬ仕訳（KUCF050
      *    　　形式）を書き出す
      *    　・決定区分"3"＝仕入先責任：在庫へは戻さず、返品数量を
      *    　　仕入先返品待ち（KJCF300）へ積む。返品先の仕入先は
      *    　　検品結果の仕入先コード、省略時は本社倉庫のロット別
      *    　　在庫に記帳された入荷元の仕入先とする
      *    キー不明・検品待ちでない行・決定区分不正はエラー表示
      *    して読み飛ばす。返品先の仕入先が決まらない仕入先責任の
      *    行も同様とする。
      *    検品場が返品明細ごとに読み取ったシリアル番号（KJCF385。
      *    出荷連番ゼロ）は、決定した明細についてシリアル番号
      *    ファイル（KCCFSER）へ返品を記帳し、戻入は本社倉庫の在庫
      *    へ戻す。廃棄・仕入先責任は返品のまま残す。いずれも足取り
      *    をシリアル番号履歴（KJCF380）へ書く。登録の無いシリアル
      *    番号はエラー表示のみとする。１走行で読めるシリアル番号
      *    は999件まで
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFLOT-KEY.
           SELECT  HNP-FILE  ASSIGN  TO  EXTERNAL  HNP
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  HNP-KEY.
           SELECT  MVJ-FILE  ASSIGN  TO  EXTERNAL  MVJ.
           SELECT  GLF-FILE  ASSIGN  TO  EXTERNAL  GLF.
           SELECT  PSR-FILE  ASSIGN  TO  EXTERNAL  PSR.
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
      *    検品結果（受注番号・行番号・決定区分・決定日・返品先）
       FD  ITF-FILE.
       01  ITF-REC.
         03  KTI-JUCHU-NO         PIC  9(06).
         03  KTI-GYO-NO           PIC  9(02).
      *    決定区分（"1"＝戻入、"2"＝廃棄、"3"＝仕入先責任）
         03  KTI-KETTEI-KBN       PIC  X(01).
         03  KTI-KETTEI-DATE      PIC  9(08).
      *    返品先の仕入先コード（決定区分"3"の場合のみ使用）
         03  KTI-SIIRE-COD        PIC  X(06).
       FD  KPH-FILE.
       01  KPH-REC.
           COPY  KJCF260.
       FD  LOT-FILE.
       01  LOT-REC.
           COPY  KCCFLOT.
       FD  HNP-FILE.
       01  HNP-REC.
           COPY  KJCF300.
       FD  MVJ-FILE.
       01  MVJ-REC.
           COPY  KJCF090.
       FD  GLF-FILE.
       01  GLF-REC.
           COPY  KUCF050.
      *    返品を受けたシリアル番号（シリアル管理品のみ）
       FD  PSR-FILE.
       01  PSR-REC.
           COPY  KJCF385.
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
       01  ITF-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  MODOSHI-CNT             PIC S9(9)  COMP-3  VALUE  +0.
       01  HAIKI-CNT               PIC S9(9)  COMP-3  VALUE  +0.
       01  HENPIN-CNT              PIC S9(9)  COMP-3  VALUE  +0.
       01  ERR-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  MVJ-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-PC-DATE8             PIC  9(08)          VALUE  ZERO.
       01  WK-BEST-EFF-DATE        PIC  9(08)          VALUE  ZERO.
       01  WK-HIST-IDX             PIC S9(4)  COMP-3   VALUE  +0.
       01  WK-SHOKYAKU-GAKU        PIC S9(09)          VALUE  ZERO.
      *    仕入先責任の返品先仕入先
       01  WK-SIIRE-COD            PIC  X(06)          VALUE  SPACE.
      *    返品シリアル番号の取り込み表
       01  PSR-END-FLG             PIC  X(1)          VALUE  "0".
       01  PSR-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  SER-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  SER-ERR-CNT             PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-PSR-CNT              PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-PSR-MAX              PIC S9(4)  COMP-3  VALUE  +999.
       01  WK-PSR-IDX              PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-PSR-OVF-FLG          PIC  X(01)          VALUE  SPACE.
       01  WK-PSR-TBL.
         02  WK-PSR-ENT            OCCURS  999  TIMES.
           03  WK-PSR-JUCHU-NO     PIC  9(06).
           03  WK-PSR-GYO-NO       PIC  9(02).
           03  WK-PSR-SERIAL-NO    PIC  X(20).
       01  WK-SRH-STATUS           PIC  X(01)          VALUE  SPACE.
      *    勘定科目（商品廃棄損／商品）
       01  WK-KAMOKU-COD-KARI      PIC  X(6)           VALUE  "614000".
       01  WK-KAMOKU-MEI-KARI      PIC  X(20)          VALUE
           OPEN  I-O     KPH-FILE.
           OPEN  I-O     IMF-FILE.
           OPEN  I-O     LOT-FILE.
           OPEN  I-O     HNP-FILE.
           OPEN  EXTEND  MVJ-FILE.
           OPEN  OUTPUT  GLF-FILE.
           OPEN  I-O     SER-FILE.
           OPEN  I-O     SRH-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           OPEN  INPUT   PSR-FILE.
           PERFORM  PSR-LOAD-RTN  UNTIL  PSR-END-FLG  =  "1".
           CLOSE  PSR-FILE.
           IF  WK-PSR-OVF-FLG  =  "1"
             DISPLAY  "*** KJBM310 SERIAL-TBL OVERFLOW ***"
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  返品シリアル番号取り込み処理
      ********************************************************
       PSR-LOAD-RTN                SECTION.
           READ  PSR-FILE
             AT  END
               MOVE  "1"  TO  PSR-END-FLG
               GO  TO  EXT
           END-READ.
           ADD  +1  TO  PSR-CNT.
           IF  WK-PSR-CNT  >=  WK-PSR-MAX
             MOVE  "1"  TO  WK-PSR-OVF-FLG
             GO  TO  EXT
           END-IF.
           ADD  +1  TO  WK-PSR-CNT.
           MOVE  PSR-JUCHU-NO   TO  WK-PSR-JUCHU-NO   (WK-PSR-CNT).
           MOVE  PSR-GYO-NO     TO  WK-PSR-GYO-NO     (WK-PSR-CNT).
           MOVE  PSR-SERIAL-NO  TO  WK-PSR-SERIAL-NO  (WK-PSR-CNT).
       EXT.
           EXIT.
      ********************************************************
      *  決定処理
      ********************************************************
       KETTEI-RTN                  SECTION.
           IF  NOT  (KTI-KETTEI-KBN  =  "1"  OR  "2"  OR  "3")
             DISPLAY  "*** KJBM310 BAD KETTEI "  KTI-JUCHU-NO
                      "-"  KTI-GYO-NO  " ***"
             ADD  +1  TO  ERR-CNT
             ADD  +1  TO  ERR-CNT
             GO  TO  NEXT-READ
           END-IF.
           IF  KTI-KETTEI-DATE  NOT  =  ZERO
             MOVE  KTI-KETTEI-DATE  TO  KPH-KETTEI-DATE
           ELSE
             MOVE  WK-PC-DATE8      TO  KPH-KETTEI-DATE
           END-IF.
           IF  KTI-KETTEI-KBN  =  "3"
             PERFORM  SIIRE-KETTEI-RTN
             IF  WK-SIIRE-COD  =  SPACE
               DISPLAY  "*** KJBM310 NO SUPPLIER "  KTI-JUCHU-NO
                        "-"  KTI-GYO-NO  " ***"
               ADD  +1  TO  ERR-CNT
               GO  TO  NEXT-READ
             END-IF
           END-IF.
           EVALUATE  KTI-KETTEI-KBN
             WHEN  "1"
               PERFORM  MODOSHI-RTN
               MOVE  "1"  TO  KPH-STATUS
               ADD  +1  TO  MODOSHI-CNT
             WHEN  "2"
               PERFORM  HAIKI-RTN
               MOVE  "2"  TO  KPH-STATUS
               ADD  +1  TO  HAIKI-CNT
             WHEN  OTHER
               PERFORM  HNP-WRITE-RTN
               MOVE  "3"  TO  KPH-STATUS
               ADD  +1  TO  HENPIN-CNT
           END-EVALUATE.
           REWRITE  KPH-REC.
           PERFORM  SER-HENPIN-RTN
             VARYING  WK-PSR-IDX  FROM  1  BY  1
               UNTIL  WK-PSR-IDX  >  WK-PSR-CNT.
       NEXT-READ.
           PERFORM  ITF-READ-RTN.
       EXT.
           MOVE  KPH-LOT-NO     TO  CFLOT-LOT-NO.
           READ  LOT-FILE
             INVALID  KEY
               MOVE  SPACE          TO  LOT-REC
               MOVE  KPH-SHOHIN-NO  TO  CFLOT-SHOHIN-NO
               MOVE  "01"           TO  CFLOT-WHS-COD
               MOVE  KPH-LOT-NO     TO  CFLOT-LOT-NO
               MOVE  KPH-SURYO      TO  CFLOT-ZAIKO-SURYO
               MOVE  WK-PC-DATE8    TO  CFLOT-NYUKO-DATE
               MOVE  ZERO           TO  CFLOT-YUKO-DATE
               MOVE  ZERO           TO  CFLOT-HORYU-DATE
               MOVE  ZERO           TO  CFLOT-FUTAI-TANKA
               WRITE  LOT-REC
             NOT  INVALID  KEY
               ADD  KPH-SURYO  TO  CFLOT-ZAIKO-SURYO
       EXT.
           EXIT.
      ********************************************************
      *  返品先仕入先決定処理（検品結果の仕入先コードを優先し、
      *  省略時は本社倉庫のロット別在庫に記帳された入荷元の
      *  仕入先とする）
      ********************************************************
       SIIRE-KETTEI-RTN            SECTION.
           MOVE  KTI-SIIRE-COD  TO  WK-SIIRE-COD.
           IF  WK-SIIRE-COD  NOT  =  SPACE
             OR  KPH-LOT-NO  =  SPACE
               GO  TO  EXT
           END-IF.
           MOVE  KPH-SHOHIN-NO  TO  CFLOT-SHOHIN-NO.
           MOVE  "01"           TO  CFLOT-WHS-COD.
           MOVE  KPH-LOT-NO     TO  CFLOT-LOT-NO.
           READ  LOT-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               MOVE  CFLOT-SIIRE-COD  TO  WK-SIIRE-COD
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  仕入先返品待ち出力処理（仕入先責任の返品を本社倉庫
      *  （"01"）の返品待ちとして積む。同じロットの返品待ちが
      *  あれば数量を加える）
      ********************************************************
       HNP-WRITE-RTN               SECTION.
           MOVE  WK-SIIRE-COD   TO  HNP-SIIRE-COD.
           MOVE  KPH-SHOHIN-NO  TO  HNP-SHOHIN-NO.
           MOVE  "01"           TO  HNP-WHS-COD.
           MOVE  KPH-LOT-NO     TO  HNP-LOT-NO.
           READ  HNP-FILE
             INVALID  KEY
               MOVE  SPACE            TO  HNP-REC
               MOVE  WK-SIIRE-COD     TO  HNP-SIIRE-COD
               MOVE  KPH-SHOHIN-NO    TO  HNP-SHOHIN-NO
               MOVE  "01"             TO  HNP-WHS-COD
               MOVE  KPH-LOT-NO       TO  HNP-LOT-NO
               MOVE  KPH-SURYO        TO  HNP-SURYO
               MOVE  KPH-KETTEI-DATE  TO  HNP-KENSA-DATE
               MOVE  KPH-UKEIRE-DATE  TO  HNP-NYUKO-DATE
               MOVE  "2"              TO  HNP-GENIN-KBN
               WRITE  HNP-REC
             NOT  INVALID  KEY
               IF  HNP-STATUS  NOT  =  SPACE
                 MOVE  ZERO  TO  HNP-SURYO
               END-IF
               ADD   KPH-SURYO        TO  HNP-SURYO
               MOVE  KPH-KETTEI-DATE  TO  HNP-KENSA-DATE
               MOVE  SPACE            TO  HNP-STATUS
               MOVE  "2"              TO  HNP-GENIN-KBN
               REWRITE  HNP-REC
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  シリアル番号返品記帳処理（決定した明細のシリアル番号を
      *  返品とし、戻入は本社倉庫（"01"）の在庫へ戻す。廃棄・
      *  仕入先責任は返品のまま残す）
      ********************************************************
       SER-HENPIN-RTN              SECTION.
           IF  WK-PSR-JUCHU-NO  (WK-PSR-IDX)  NOT  =  KPH-JUCHU-NO
             OR  WK-PSR-GYO-NO  (WK-PSR-IDX)  NOT  =  KPH-GYO-NO
               GO  TO  EXT
           END-IF.
           MOVE  WK-PSR-SERIAL-NO  (WK-PSR-IDX)  TO  CFSER-SERIAL-NO.
           MOVE  KPH-SHOHIN-NO                   TO  CFSER-SHOHIN-NO.
           READ  SER-FILE
             INVALID  KEY
               DISPLAY  "*** KJBM310 SERIAL NOT FOUND "
                        WK-PSR-SERIAL-NO  (WK-PSR-IDX)  " ***"
               ADD  +1  TO  SER-ERR-CNT
               GO  TO  EXT
           END-READ.
           MOVE  "5"              TO  CFSER-STATUS.
           MOVE  "01"             TO  CFSER-WHS-COD.
           MOVE  KPH-KETTEI-DATE  TO  CFSER-HENPIN-DATE.
           MOVE  WK-PC-DATE8      TO  CFSER-KOSHIN-DATE.
           MOVE  "KJBM310"        TO  CFSER-KOSHIN-PGM.
           MOVE  "5"              TO  WK-SRH-STATUS.
           PERFORM  SRH-WRITE-RTN.
           IF  KTI-KETTEI-KBN  =  "1"
             MOVE  "2"  TO  CFSER-STATUS
             IF  KPH-LOT-NO  NOT  =  SPACE
               MOVE  KPH-LOT-NO  TO  CFSER-LOT-NO
             END-IF
             MOVE  "2"  TO  WK-SRH-STATUS
             PERFORM  SRH-WRITE-RTN
           END-IF.
           REWRITE  SER-REC.
           ADD  +1  TO  SER-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  シリアル番号履歴出力処理（発生日は決定日、相手先は返品
      *  元の得意先とする）
      ********************************************************
       SRH-WRITE-RTN               SECTION.
           MOVE  SPACE            TO  SRH-REC.
           MOVE  CFSER-SERIAL-NO  TO  SRH-SERIAL-NO.
           MOVE  CFSER-SHOHIN-NO  TO  SRH-SHOHIN-NO.
           MOVE  KPH-KETTEI-DATE  TO  SRH-DATE.
           ACCEPT  SRH-TIME  FROM  TIME.
           MOVE  WK-SRH-STATUS    TO  SRH-STATUS.
           MOVE  "KJBM310"        TO  SRH-PGM-ID.
           MOVE  CFSER-WHS-COD    TO  SRH-WHS-COD.
           MOVE  KPH-TOKU-COD     TO  SRH-AITE-COD.
           MOVE  KPH-JUCHU-NO     TO  SRH-DENPYO-NO.
           MOVE  KPH-GYO-NO       TO  SRH-DENPYO-GYO.
           WRITE  SRH-REC
             INVALID  KEY
               CONTINUE
           END-WRITE.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  ITF-FILE  KPH-FILE  IMF-FILE  LOT-FILE  HNP-FILE
                  MVJ-FILE  GLF-FILE  SER-FILE  SRH-FILE.
           DISPLAY  "*** ITF-CNT="  ITF-CNT.
           DISPLAY  "*** MODOSHI="  MODOSHI-CNT.
           DISPLAY  "*** HAIKI="    HAIKI-CNT.
           DISPLAY  "*** HENPIN="   HENPIN-CNT.
           DISPLAY  "*** ERR-CNT="  ERR-CNT.
           DISPLAY  "*** MVJ-CNT="  MVJ-CNT.
           DISPLAY  "*** PSR-CNT="  PSR-CNT.
           DISPLAY  "*** SER-CNT="  SER-CNT.
           DISPLAY  "*** SER-ERR="  SER-ERR-CNT.
           DISPLAY  "*** KJBM310  END ***".
       EXT.
           EXIT.
