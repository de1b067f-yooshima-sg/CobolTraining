       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KHBM080.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：発注
      *  プログラム名      ：直送出荷確認取込
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    直送発注を受けた仕入先からの出荷確認（KHCF070）を読み、
      *    発注ファイル（KHCF010）の直送発注行と照合する。発注
      *    行が無い・直送発注でない・仕入先が異なる・発注残が
      *    無い・出荷数量が発注残を超える・ケース入数の端数が
      *    出る出荷確認は取り込まず、確認リストへ理由付きで印字
      *    する。照合の取れた出荷は発注行の入庫済数量へ積み上げ
      *    （発注数量に達したら完納）、直送元の受注番号・行番号・
      *    出荷連番と受注単位の出荷数量で出荷確認ファイル
      *    （KUCF080）を書き出す。出荷連番は分納に備えて出荷確認
      *    ごとに発注行の次回連番を進める。書き出した出荷確認は
      *    倉庫の出荷確認（KJBM255）へ連結して売上ファイル作成
      *    （KUBM010）の入力とするため、KUBM010より前に実行する
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  DSC-FILE  ASSIGN  TO  EXTERNAL  DSC.
           SELECT  POF-FILE  ASSIGN  TO  EXTERNAL  POF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  HF010-PO-KEY.
           SELECT  SCF-FILE  ASSIGN  TO  EXTERNAL  SCF.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *    仕入先からの直送出荷確認
       FD  DSC-FILE.
       01  DSC-REC.
           COPY  KHCF070.
       FD  POF-FILE.
       01  POF-REC.
           COPY  KHCF010.
      *    出荷確認（KUBM010の入力へ連結する）
       FD  SCF-FILE.
       01  SCF-REC.
           COPY  KUCF080.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE             SECTION.
       01  DSC-END-FLG            PIC  X(1)          VALUE  "0".
       01  DSC-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  SCF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  NG-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  KANNO-CNT              PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    照合結果（空白＝取込、以外は取り込まない理由）
       01  WK-EXC-RIYU            PIC  X(20)          VALUE  SPACE.
      *    発注残・受注単位換算用
       01  WK-ZAN-SURYO           PIC S9(07)          VALUE  ZERO.
       01  WK-IRISU               PIC  9(05)          VALUE  ZERO.
       01  WK-JUCHU-SURYO         PIC  9(05)          VALUE  ZERO.
       01  WK-HASU-SURYO          PIC  9(05)          VALUE  ZERO.
      *  見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(24)  VALUE
                    "直送出荷確認リスト".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "DATE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-DATE              PIC  9(08).
         02  FILLER               PIC  X(79)  VALUE  SPACE.
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(9)   VALUE  "発注番号".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "仕入先".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "受注番号".
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "出荷日".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "出荷数量".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "送り状番号".
         02  FILLER               PIC  X(12)  VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "照合結果".
         02  FILLER               PIC  X(53)  VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-PO-NO             PIC  9(06).
         02  FILLER               PIC  X(1)   VALUE  "-".
         02  D1-PO-GYO            PIC  9(02).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SIIRE-COD         PIC  X(06).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-JUCHU-NO          PIC  9(06).
         02  FILLER               PIC  X(1)   VALUE  "-".
         02  D1-JUCHU-GYO         PIC  9(02).
         02  FILLER               PIC  X(1)   VALUE  "-".
         02  D1-SHIP-SEQ          PIC  9(02).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-SHIP-DATE         PIC  9(08).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHIP-SURYO        PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-OKURI-NO          PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KEKKA             PIC  X(20).
         02  FILLER               PIC  X(41)  VALUE  SPACE.
      *
      ********************************************************
      *  直送出荷確認取込
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  MAIN-RTN  UNTIL  DSC-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KHBM080 START ***".
           OPEN  INPUT   DSC-FILE.
           OPEN  I-O     POF-FILE.
           OPEN  OUTPUT  SCF-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  H2-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           PERFORM  DSC-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  直送出荷確認入力処理
      ********************************************************
       DSC-READ-RTN               SECTION.
           READ  DSC-FILE
             AT  END
               MOVE  "1"  TO  DSC-END-FLG
             NOT  AT  END
               ADD  +1  TO  DSC-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  主処理（照合し、取り込めた出荷は発注行を更新して出荷
      *  確認を書き出す。いずれも確認リストへ印字する）
      ********************************************************
       MAIN-RTN                   SECTION.
           MOVE  ZERO  TO  D1-JUCHU-NO  D1-JUCHU-GYO  D1-SHIP-SEQ.
           PERFORM  SHOGO-RTN.
           IF  WK-EXC-RIYU  =  SPACE
             PERFORM  TORIKOMI-RTN
           ELSE
             ADD  +1  TO  NG-CNT
           END-IF.
           PERFORM  MEISAI-RTN.
           PERFORM  DSC-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  照合処理（発注行の有無・直送区分・仕入先・状態・発注
      *  残・ケース入数の端数を順に検査する）
      ********************************************************
       SHOGO-RTN                  SECTION.
           MOVE  SPACE  TO  WK-EXC-RIYU.
           MOVE  HF070-PO-NO   TO  HF010-PO-NO.
           MOVE  HF070-PO-GYO  TO  HF010-PO-GYO.
           READ  POF-FILE
             INVALID  KEY
               MOVE  "発注番号不明"  TO  WK-EXC-RIYU
               GO  TO  EXT
           END-READ.
           IF  HF010-CHOKUSO-KBN  NOT  =  "1"
             MOVE  "直送発注でない"  TO  WK-EXC-RIYU
             GO  TO  EXT
           END-IF.
           IF  HF010-SIIRE-COD  NOT  =  HF070-SIIRE-COD
             MOVE  "仕入先不一致"  TO  WK-EXC-RIYU
             GO  TO  EXT
           END-IF.
           IF  HF010-STATUS  NOT  =  "0"
             MOVE  "発注残なし"  TO  WK-EXC-RIYU
             GO  TO  EXT
           END-IF.
           COMPUTE  WK-ZAN-SURYO  =
                    HF010-HATCHU-SURYO  -  HF010-NYUKO-SURYO.
           IF  HF070-SHIP-SURYO  =  ZERO
             OR  HF070-SHIP-SURYO  >  WK-ZAN-SURYO
             MOVE  "出荷数量不正"  TO  WK-EXC-RIYU
             GO  TO  EXT
           END-IF.
           MOVE  1  TO  WK-IRISU.
           IF  HF010-IRISU  IS  NUMERIC
             AND  HF010-IRISU  >  ZERO
             MOVE  HF010-IRISU  TO  WK-IRISU
           END-IF.
           DIVIDE  HF070-SHIP-SURYO  BY  WK-IRISU
             GIVING  WK-JUCHU-SURYO  REMAINDER  WK-HASU-SURYO.
           IF  WK-HASU-SURYO  NOT  =  ZERO
             MOVE  "ケース入数の端数"  TO  WK-EXC-RIYU
             GO  TO  EXT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  取込処理（入庫済数量を積み上げて発注数量に達したら
      *  完納とし、現在の出荷連番で出荷確認を書き出してから
      *  次回の出荷連番へ進める）
      ********************************************************
       TORIKOMI-RTN               SECTION.
           MOVE  SPACE             TO  SCF-REC.
           MOVE  HF010-JUCHU-NO    TO  SCF-JUCHU-NO.
           MOVE  HF010-JUCHU-GYO   TO  SCF-GYO-NO.
           MOVE  HF010-SHIP-SEQ    TO  SCF-SHIP-SEQ.
           MOVE  HF070-SHIP-DATE   TO  SCF-SHIP-DATE.
           MOVE  WK-JUCHU-SURYO    TO  SCF-SHIP-SURYO.
           MOVE  HF010-PO-NO       TO  SCF-PO-NO.
           MOVE  HF010-PO-GYO      TO  SCF-PO-GYO.
           WRITE  SCF-REC.
           ADD  +1  TO  SCF-CNT.
           ADD  HF070-SHIP-SURYO  TO  HF010-NYUKO-SURYO.
           IF  HF010-NYUKO-SURYO  >=  HF010-HATCHU-SURYO
             MOVE  "1"  TO  HF010-STATUS
             ADD  +1  TO  KANNO-CNT
           END-IF.
           ADD  1  TO  HF010-SHIP-SEQ.
           REWRITE  POF-REC.
           MOVE  SCF-JUCHU-NO  TO  D1-JUCHU-NO.
           MOVE  SCF-GYO-NO    TO  D1-JUCHU-GYO.
           MOVE  SCF-SHIP-SEQ  TO  D1-SHIP-SEQ.
           IF  HF010-STATUS  =  "1"
             MOVE  "取込（完納）"  TO  WK-EXC-RIYU
           ELSE
             MOVE  "取込（分納）"  TO  WK-EXC-RIYU
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  確認リスト明細印字処理
      ********************************************************
       MEISAI-RTN                 SECTION.
           MOVE  HF070-PO-NO       TO  D1-PO-NO.
           MOVE  HF070-PO-GYO      TO  D1-PO-GYO.
           MOVE  HF070-SIIRE-COD   TO  D1-SIIRE-COD.
           MOVE  HF070-SHIP-DATE   TO  D1-SHIP-DATE.
           MOVE  HF070-SHIP-SURYO  TO  D1-SHIP-SURYO.
           MOVE  HF070-OKURI-NO    TO  D1-OKURI-NO.
           MOVE  WK-EXC-RIYU       TO  D1-KEKKA.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  DSC-FILE  POF-FILE  SCF-FILE  OEF-FILE.
           DISPLAY  "*** DSC-CNT="    DSC-CNT.
           DISPLAY  "*** SCF-CNT="    SCF-CNT.
           DISPLAY  "*** KANNO-CNT="  KANNO-CNT.
           DISPLAY  "*** NG-CNT="     NG-CNT.
           DISPLAY  "*** KHBM080  END ***".
       EXT.
           EXIT.
