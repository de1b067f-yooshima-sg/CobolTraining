       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KJBM375.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：受注
      *  プログラム名      ：仕入先返品出荷（返品伝票作成）
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：直送発注の行を返品対象外に変更
      ********************************************************
      *    購買担当が仕入先と段取りを付けた返品指示ファイル（元の
      *    発注番号・行番号・倉庫・ロット番号・返品数量・出荷元
      *    区分）を読み、指示１行ごとに返品番号を採番して不良品を
      *    仕入先へ返品する。
      *    　・出荷元区分"1"＝返品待ち：仕入先返品待ち（KJCF300）
      *    　　の返品待ち数量を取り崩す
      *    　・出荷元区分"2"＝在庫品：商品マスタの倉庫在庫と
      *    　　ロット別在庫（KCCFLOT）を減らす
      *    いずれも在庫移動ジャーナルへ移動区分"8"（仕入先返品）
      *    の証跡を残し、返品数量×発注単価の仕入先デビットノート
      *    （KHCF060）を起こす。デビットノートは仕入請求照合
      *    （KHBM030）がその仕入先の以後の請求と相殺する。
      *    運送会社へ渡す返品伝票を返品番号ごとに改頁して印字
      *    する。返品番号はシステムパラメタマスタの
      *    KJ-NEXT-RTV-NOで採番し、使用した分を書き戻す。
      *    発注行・ロット・返品待ちの不明、数量不足などの指示は
      *    返品せずエラー表示して読み飛ばす
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  ITF-FILE  ASSIGN  TO  EXTERNAL  ITF.
           SELECT  POF-FILE  ASSIGN  TO  EXTERNAL  POF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  HF010-PO-KEY.
           SELECT  SIR-FILE  ASSIGN  TO  EXTERNAL  SIR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSIR-SIIRE-COD.
           SELECT  IMF-FILE  ASSIGN  TO  EXTERNAL  IMF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  LOT-FILE  ASSIGN  TO  EXTERNAL  LOT
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFLOT-KEY.
           SELECT  HNP-FILE  ASSIGN  TO  EXTERNAL  HNP
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  HNP-KEY.
           SELECT  DBN-FILE  ASSIGN  TO  EXTERNAL  DBN
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  DBN-KEY.
           SELECT  PRM-FILE  ASSIGN  TO  EXTERNAL  PRM
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFPRM-PARM-KEY.
           SELECT  MVJ-FILE  ASSIGN  TO  EXTERNAL  MVJ.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *    返品指示（元の発注行・倉庫・ロット・数量・出荷元区分）
       FD  ITF-FILE.
       01  ITF-REC.
         03  RTI-PO-NO            PIC  9(06).
         03  RTI-PO-GYO           PIC  9(02).
         03  RTI-WHS-COD          PIC  X(02).
         03  RTI-LOT-NO           PIC  X(10).
         03  RTI-SURYO            PIC  9(07).
      *    出荷元区分（"1"＝返品待ち、"2"＝在庫品）
         03  RTI-MOTO-KBN         PIC  X(01).
         03  RTI-RTV-DATE         PIC  9(08).
       FD  POF-FILE.
       01  POF-REC.
           COPY  KHCF010.
       FD  SIR-FILE.
       01  SIR-REC.
           COPY  KCCFSIR.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  LOT-FILE.
       01  LOT-REC.
           COPY  KCCFLOT.
       FD  HNP-FILE.
       01  HNP-REC.
           COPY  KJCF300.
       FD  DBN-FILE.
       01  DBN-REC.
           COPY  KHCF060.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY  KCCFPRM.
       FD  MVJ-FILE.
       01  MVJ-REC.
           COPY  KJCF090.
       FD  OEF-FILE.
       01  OEF-REC                 PIC  X(135).
      *
       WORKING-STORAGE             SECTION.
       01  ITF-END-FLG             PIC  X(1)          VALUE  "0".
       01  ITF-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  RTV-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  ERR-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  MVJ-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  DBN-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-PC-DATE8             PIC  9(08)          VALUE  ZERO.
       01  WK-RTV-DATE             PIC  9(08)          VALUE  ZERO.
      *    返品番号採番（システムパラメタKJ-NEXT-RTV-NO）
       01  WK-NEXT-RTV-NO          PIC  9(06)          VALUE  1.
       01  WK-RTV-NO               PIC  9(06)          VALUE  ZERO.
       01  WK-PRM-FOUND-FLG        PIC  X(01)          VALUE  SPACE.
      *    エラー理由
       01  WK-ERR-RIYU             PIC  X(20)          VALUE  SPACE.
      *    返品理由（伝票へ印字する）
       01  WK-HENPIN-RIYU          PIC  X(20)          VALUE  SPACE.
      *    在庫計上用（移動前後の倉庫在庫・返品待ち数量）
       01  WK-ZAIKO-BEFORE         PIC S9(07)          VALUE  ZERO.
       01  WK-ZAIKO-AFTER          PIC S9(07)          VALUE  ZERO.
      *    デビットノート金額（返品数量×発注単価）
       01  WK-KINGAKU              PIC S9(09)          VALUE  ZERO.
      *  返品伝票見出し
       01  H1-OOMIDASHI.
         02  FILLER                PIC  X(10)  VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(16)  VALUE
                    "仕入先返品伝票".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER                PIC  X(3)   VALUE  SPACE.
         02  FILLER                PIC  X(4)   VALUE  "DATE".
         02  FILLER                PIC  X(1)   VALUE  SPACE.
         02  H1-DATE               PIC  9(08).
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "返品番号".
         02  FILLER                PIC  X(1)   VALUE  SPACE.
         02  H1-RTV-NO             PIC  9(06).
         02  FILLER                PIC  X(58)  VALUE  SPACE.
      *  返品先・元発注
       01  H2-HENPINSAKI.
         02  FILLER                PIC  X(8)   VALUE  "返品先：".
         02  H2-SIIRE-COD          PIC  X(06).
         02  FILLER                PIC  X(1)   VALUE  SPACE.
         02  H2-SIIRE-MEI          PIC  X(20).
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(10)  VALUE  "元発注：".
         02  H2-PO-NO              PIC  9(06).
         02  FILLER                PIC  X(1)   VALUE  "-".
         02  H2-PO-GYO             PIC  9(02).
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(10)  VALUE  "返品理由：".
         02  H2-RIYU               PIC  X(20).
         02  FILLER                PIC  X(43)  VALUE  SPACE.
      *  小見出し
       01  H3-KOMIDASHI.
         02  FILLER                PIC  X(8)   VALUE  "商品番号".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "商品名".
         02  FILLER                PIC  X(16)  VALUE  SPACE.
         02  FILLER                PIC  X(4)   VALUE  "倉庫".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(10)  VALUE  "ロット番号".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "返品数量".
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "発注単価".
         02  FILLER                PIC  X(6)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "控除金額".
         02  FILLER                PIC  X(51)  VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-SHOHIN-NO          PIC  X(5).
         02  FILLER                PIC  X(5)   VALUE  SPACE.
         02  D1-SHOHIN-MEI         PIC  X(20).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D1-WHS-COD            PIC  X(2).
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  D1-LOT-NO             PIC  X(10).
         02  FILLER                PIC  X(1)   VALUE  SPACE.
         02  D1-SURYO              PIC  Z,ZZZ,ZZ9.
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D1-TANKA              PIC  ZZ,ZZ9.99-.
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D1-KINGAKU            PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER                PIC  X(51)  VALUE  SPACE.
      *  運送会社受領欄
       01  F1-JURYO.
         02  FILLER                PIC  X(50)  VALUE  SPACE.
         02  FILLER                PIC  X(22)  VALUE
                    "運送会社受領印：".
         02  FILLER                PIC  X(20)  VALUE  ALL  "_".
         02  FILLER                PIC  X(43)  VALUE  SPACE.
      *
      ********************************************************
      *  仕入先返品出荷
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  ITF-READ-RTN.
           PERFORM  HENPIN-RTN  UNTIL  ITF-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（返品番号の採番開始値を読む）
      ********************************************************
       INIT-RTN                    SECTION.
           DISPLAY  "*** KJBM375 START ***".
           OPEN  INPUT   ITF-FILE.
           OPEN  INPUT   POF-FILE.
           OPEN  INPUT   SIR-FILE.
           OPEN  I-O     IMF-FILE.
           OPEN  I-O     LOT-FILE.
           OPEN  I-O     HNP-FILE.
           OPEN  I-O     DBN-FILE.
           OPEN  I-O     PRM-FILE.
           OPEN  EXTEND  MVJ-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  "KJ-NEXT-RTV-NO"  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               MOVE  SPACE  TO  WK-PRM-FOUND-FLG
             NOT  INVALID  KEY
               MOVE  "1"  TO  WK-PRM-FOUND-FLG
               IF  CFPRM-VALUE  (1:6)  IS  NUMERIC
                 MOVE  CFPRM-VALUE  (1:6)  TO  WK-NEXT-RTV-NO
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  返品指示入力処理
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
      *  返品処理（指示を検証し、出荷元から数量を取り崩して
      *  デビットノートと返品伝票を起こす）
      ********************************************************
       HENPIN-RTN                  SECTION.
           MOVE  SPACE  TO  WK-ERR-RIYU.
           PERFORM  CHECK-RTN.
           IF  WK-ERR-RIYU  NOT  =  SPACE
             GO  TO  ERR-DISP
           END-IF.
           IF  RTI-MOTO-KBN  =  "1"
             PERFORM  HNP-TORIKUZUSHI-RTN
           ELSE
             PERFORM  ZAIKO-TORIKUZUSHI-RTN
           END-IF.
           IF  WK-ERR-RIYU  NOT  =  SPACE
             GO  TO  ERR-DISP
           END-IF.
           MOVE  WK-NEXT-RTV-NO  TO  WK-RTV-NO.
           ADD   +1              TO  WK-NEXT-RTV-NO.
           IF  RTI-RTV-DATE  NOT  =  ZERO
             MOVE  RTI-RTV-DATE  TO  WK-RTV-DATE
           ELSE
             MOVE  WK-PC-DATE8   TO  WK-RTV-DATE
           END-IF.
           PERFORM  MVJ-WRITE-RTN.
           PERFORM  DBN-WRITE-RTN.
           PERFORM  DENPYO-RTN.
           ADD  +1  TO  RTV-CNT.
           GO  TO  NEXT-READ.
       ERR-DISP.
           DISPLAY  "*** KJBM375 "  WK-ERR-RIYU  " "  RTI-PO-NO
                    "-"  RTI-PO-GYO  " "  RTI-LOT-NO  " ***".
           ADD  +1  TO  ERR-CNT.
       NEXT-READ.
           PERFORM  ITF-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  指示検証処理（出荷元区分・数量・発注行の実在・入庫実績
      *  との数量照合・商品マスタの実在を確認する。直送発注の行は
      *  当社在庫を経由しないため返品の対象としない）
      ********************************************************
       CHECK-RTN                   SECTION.
           IF  NOT  (RTI-MOTO-KBN  =  "1"  OR  "2")
             MOVE  "出荷元区分不正"  TO  WK-ERR-RIYU
             GO  TO  EXT
           END-IF.
           IF  NOT  (RTI-WHS-COD  =  "01"  OR  "02")
             MOVE  "倉庫コード不正"  TO  WK-ERR-RIYU
             GO  TO  EXT
           END-IF.
           IF  RTI-SURYO  =  ZERO
             MOVE  "数量ゼロ"  TO  WK-ERR-RIYU
             GO  TO  EXT
           END-IF.
           MOVE  RTI-PO-NO   TO  HF010-PO-NO.
           MOVE  RTI-PO-GYO  TO  HF010-PO-GYO.
           READ  POF-FILE
             INVALID  KEY
               MOVE  "発注番号不明"  TO  WK-ERR-RIYU
               GO  TO  EXT
           END-READ.
           IF  HF010-CHOKUSO-KBN  =  "1"
             MOVE  "直送発注"      TO  WK-ERR-RIYU
             GO  TO  EXT
           END-IF.
           IF  RTI-SURYO  >  HF010-NYUKO-SURYO
             MOVE  "入庫実績超過"  TO  WK-ERR-RIYU
             GO  TO  EXT
           END-IF.
           MOVE  HF010-SHOHIN-NO  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               MOVE  "マスタ無し"  TO  WK-ERR-RIYU
               GO  TO  EXT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  返品待ち取崩処理（発注先仕入先・商品・倉庫・ロットの
      *  返品待ち数量を減らし、取り崩し切った行を返品済とする）
      ********************************************************
       HNP-TORIKUZUSHI-RTN         SECTION.
           MOVE  HF010-SIIRE-COD  TO  HNP-SIIRE-COD.
           MOVE  HF010-SHOHIN-NO  TO  HNP-SHOHIN-NO.
           MOVE  RTI-WHS-COD      TO  HNP-WHS-COD.
           MOVE  RTI-LOT-NO       TO  HNP-LOT-NO.
           READ  HNP-FILE
             INVALID  KEY
               MOVE  "返品待ち無し"  TO  WK-ERR-RIYU
               GO  TO  EXT
           END-READ.
           IF  HNP-STATUS  NOT  =  SPACE
             MOVE  "返品待ち無し"  TO  WK-ERR-RIYU
             GO  TO  EXT
           END-IF.
           IF  RTI-SURYO  >  HNP-SURYO
             MOVE  "返品待ち数量超過"  TO  WK-ERR-RIYU
             GO  TO  EXT
           END-IF.
           MOVE  HNP-SURYO  TO  WK-ZAIKO-BEFORE.
           SUBTRACT  RTI-SURYO  FROM  HNP-SURYO.
           MOVE  HNP-SURYO  TO  WK-ZAIKO-AFTER.
           IF  HNP-SURYO  =  ZERO
             MOVE  "1"  TO  HNP-STATUS
           END-IF.
           REWRITE  HNP-REC.
           IF  HNP-GENIN-KBN  =  "2"
             MOVE  "返品（仕入先責任）"  TO  WK-HENPIN-RIYU
           ELSE
             MOVE  "受入検査不合格"      TO  WK-HENPIN-RIYU
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  在庫品取崩処理（引当可のロットから返品する。ロット別在庫
      *  と商品マスタの倉庫在庫の双方を減らす）
      ********************************************************
       ZAIKO-TORIKUZUSHI-RTN       SECTION.
           IF  RTI-LOT-NO  NOT  =  SPACE
             MOVE  HF010-SHOHIN-NO  TO  CFLOT-SHOHIN-NO
             MOVE  RTI-WHS-COD      TO  CFLOT-WHS-COD
             MOVE  RTI-LOT-NO       TO  CFLOT-LOT-NO
             READ  LOT-FILE
               INVALID  KEY
                 MOVE  "ロット無し"  TO  WK-ERR-RIYU
                 GO  TO  EXT
             END-READ
             IF  CFLOT-KENSA-KBN  NOT  =  SPACE
               MOVE  "検査待ちロット"  TO  WK-ERR-RIYU
               GO  TO  EXT
             END-IF
             IF  RTI-SURYO  >  CFLOT-ZAIKO-SURYO
               MOVE  "ロット在庫不足"  TO  WK-ERR-RIYU
               GO  TO  EXT
             END-IF
           END-IF.
           IF  RTI-WHS-COD  =  "02"
             MOVE  CFSHO-ZAIKO-SURYO-WH2  TO  WK-ZAIKO-BEFORE
           ELSE
             MOVE  CFSHO-ZAIKO-SURYO      TO  WK-ZAIKO-BEFORE
           END-IF.
           IF  RTI-SURYO  >  WK-ZAIKO-BEFORE
             MOVE  "在庫不足"  TO  WK-ERR-RIYU
             GO  TO  EXT
           END-IF.
           COMPUTE  WK-ZAIKO-AFTER  =  WK-ZAIKO-BEFORE  -  RTI-SURYO.
           IF  RTI-WHS-COD  =  "02"
             MOVE  WK-ZAIKO-AFTER  TO  CFSHO-ZAIKO-SURYO-WH2
           ELSE
             MOVE  WK-ZAIKO-AFTER  TO  CFSHO-ZAIKO-SURYO
           END-IF.
           REWRITE  IMF-REC.
           IF  RTI-LOT-NO  NOT  =  SPACE
             SUBTRACT  RTI-SURYO  FROM  CFLOT-ZAIKO-SURYO
             REWRITE  LOT-REC
           END-IF.
           MOVE  "在庫品の不良"  TO  WK-HENPIN-RIYU.
       EXT.
           EXIT.
      ********************************************************
      *  在庫移動ジャーナル出力処理（仕入先返品の証跡。起因伝票
      *  には返品番号を記録する）
      ********************************************************
       MVJ-WRITE-RTN               SECTION.
           MOVE  SPACE            TO  MVJ-REC.
           MOVE  WK-PC-DATE8      TO  MVJ-DATE.
           ACCEPT  MVJ-TIME  FROM  TIME.
           MOVE  "KJBM375"        TO  MVJ-PGM-ID.
           MOVE  HF010-SHOHIN-NO  TO  MVJ-SHOHIN-NO.
           MOVE  RTI-WHS-COD      TO  MVJ-WHS-COD.
           MOVE  "8"              TO  MVJ-IDO-KBN.
           COMPUTE  MVJ-IDO-SURYO  =  RTI-SURYO  *  -1.
           MOVE  WK-ZAIKO-BEFORE  TO  MVJ-ZAIKO-BEFORE.
           MOVE  WK-ZAIKO-AFTER   TO  MVJ-ZAIKO-AFTER.
           MOVE  WK-RTV-NO        TO  MVJ-DENPYO-NO.
           WRITE  MVJ-REC.
           ADD  +1  TO  MVJ-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  デビットノート出力処理（返品数量×発注単価を未精算で
      *  起こす）
      ********************************************************
       DBN-WRITE-RTN               SECTION.
           COMPUTE  WK-KINGAKU  ROUNDED  =
                    RTI-SURYO  *  HF010-SIIRE-TANKA.
           MOVE  SPACE              TO  DBN-REC.
           MOVE  HF010-SIIRE-COD    TO  DBN-SIIRE-COD.
           MOVE  WK-RTV-NO          TO  DBN-RTV-NO.
           MOVE  WK-RTV-DATE        TO  DBN-RTV-DATE.
           MOVE  HF010-PO-NO        TO  DBN-PO-NO.
           MOVE  HF010-PO-GYO       TO  DBN-PO-GYO.
           MOVE  HF010-SHOHIN-NO    TO  DBN-SHOHIN-NO.
           MOVE  RTI-WHS-COD        TO  DBN-WHS-COD.
           MOVE  RTI-LOT-NO         TO  DBN-LOT-NO.
           MOVE  RTI-SURYO          TO  DBN-SURYO.
           MOVE  HF010-SIIRE-TANKA  TO  DBN-TANKA.
           MOVE  WK-KINGAKU         TO  DBN-KINGAKU.
           MOVE  ZERO               TO  DBN-SOSAI-GAKU.
           MOVE  "0"                TO  DBN-STATUS.
           MOVE  ZERO               TO  DBN-SOSAI-DATE.
           WRITE  DBN-REC
             INVALID  KEY
               DISPLAY  "*** KJBM375 DBN DUPLICATE "  HF010-SIIRE-COD
                        "-"  WK-RTV-NO  " ***"
               ADD  +1  TO  ERR-CNT
             NOT  INVALID  KEY
               ADD  +1  TO  DBN-CNT
           END-WRITE.
       EXT.
           EXIT.
      ********************************************************
      *  返品伝票印刷処理（返品番号ごとに改頁し、運送会社の
      *  受領欄を付ける。仕入先名は仕入先マスタから転記する）
      ********************************************************
       DENPYO-RTN                  SECTION.
           MOVE  HF010-SIIRE-COD  TO  CFSIR-SIIRE-COD.
           READ  SIR-FILE
             INVALID  KEY
               MOVE  SPACE  TO  H2-SIIRE-MEI
             NOT  INVALID  KEY
               MOVE  CFSIR-SIIRE-MEI  TO  H2-SIIRE-MEI
           END-READ.
           MOVE  WK-RTV-DATE        TO  H1-DATE.
           MOVE  WK-RTV-NO          TO  H1-RTV-NO.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  HF010-SIIRE-COD    TO  H2-SIIRE-COD.
           MOVE  HF010-PO-NO        TO  H2-PO-NO.
           MOVE  HF010-PO-GYO       TO  H2-PO-GYO.
           MOVE  WK-HENPIN-RIYU     TO  H2-RIYU.
           MOVE  H2-HENPINSAKI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  H3-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  HF010-SHOHIN-NO    TO  D1-SHOHIN-NO.
           MOVE  CFSHO-SHOHIN-MEI   TO  D1-SHOHIN-MEI.
           MOVE  RTI-WHS-COD        TO  D1-WHS-COD.
           MOVE  RTI-LOT-NO         TO  D1-LOT-NO.
           MOVE  RTI-SURYO          TO  D1-SURYO.
           MOVE  HF010-SIIRE-TANKA  TO  D1-TANKA.
           MOVE  WK-KINGAKU         TO  D1-KINGAKU.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           MOVE  F1-JURYO  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  3.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理（採番の使用分をシステムパラメタへ書き戻す）
      ********************************************************
       TERM-RTN                    SECTION.
           MOVE  "KJ-NEXT-RTV-NO"  TO  CFPRM-PARM-KEY.
           MOVE  SPACE             TO  CFPRM-VALUE.
           MOVE  WK-NEXT-RTV-NO    TO  CFPRM-VALUE  (1:6).
           MOVE  ZERO              TO  CFPRM-EFF-DATE.
           IF  WK-PRM-FOUND-FLG  =  "1"
             REWRITE  PRM-REC
           ELSE
             WRITE  PRM-REC
           END-IF.
           CLOSE  ITF-FILE  POF-FILE  SIR-FILE  IMF-FILE  LOT-FILE
                  HNP-FILE  DBN-FILE  PRM-FILE  MVJ-FILE  OEF-FILE.
           DISPLAY  "*** ITF-CNT="  ITF-CNT.
           DISPLAY  "*** RTV-CNT="  RTV-CNT.
           DISPLAY  "*** DBN-CNT="  DBN-CNT.
           DISPLAY  "*** ERR-CNT="  ERR-CNT.
           DISPLAY  "*** MVJ-CNT="  MVJ-CNT.
           DISPLAY  "*** KJBM375  END ***".
       EXT.
           EXIT.
