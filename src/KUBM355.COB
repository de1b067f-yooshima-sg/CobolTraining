       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM355.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：苦情対応申請作成
      * 作成日／作成者：２０２６年１０月１５日  システム技研
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *  苦情管理ファイル（KUCF210）を読み、対応区分が設定されて
      *  まだ申請していない苦情ごとに
      *  　・返品（"1"）は返品承認申請（KUCF112）を起こして
      *  　　ＲＭＡ発行（KUBM150）へ渡す
      *  　・値引（"2"）は貸方メモ申請（KUCF115形式、メモ番号
      *  　　ゼロ、メモ区分"2"）を起こして請求調整メモ入力検証
      *  　　（KUBM160）へ渡す。申請者は苦情の担当者、理由は
      *  　　苦情番号と分類
      *  とし、苦情へ対応申請日を記録して申請控えリストを印字
      *  する。元売上との照合・採番・承認は各申請の処理で行う
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  CLM-FILE  ASSIGN  TO  EXTERNAL  CLM
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  CLM-NO.
           SELECT  RMQ-FILE  ASSIGN  TO  EXTERNAL  RMQ.
           SELECT  MEQ-FILE  ASSIGN  TO  EXTERNAL  MEQ.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  CLM-FILE.
       01  CLM-REC.
           COPY  KUCF210.
      *    返品承認申請（KUBM150の入力）
       FD  RMQ-FILE.
       01  RMQ-REC.
           COPY  KUCF112.
      *    請求調整メモ申請（KUBM160の入力）
       FD  MEQ-FILE.
       01  MEQ-REC.
           COPY  KUCF115.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE            SECTION.
       01  CLM-END-FLG            PIC  X(1)          VALUE  "0".
       01  CLM-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  RMQ-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  MEQ-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT       PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    苦情分類の名称
       01  WK-BUNRUI-MEI          PIC  X(08)          VALUE  SPACE.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(32)  VALUE
                "苦情対応申請控えリスト".
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
         02  FILLER               PIC  X(47)  VALUE  SPACE.
      *  小見出し
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  "苦情番号".
         02  FILLER               PIC  X(8)   VALUE  "得意先".
         02  FILLER               PIC  X(12)  VALUE  "受注番号-行".
         02  FILLER               PIC  X(7)   VALUE  "商品".
         02  FILLER               PIC  X(12)  VALUE  "ロット".
         02  FILLER               PIC  X(10)  VALUE  "分類".
         02  FILLER               PIC  X(8)   VALUE  "数量".
         02  FILLER               PIC  X(14)  VALUE  "値引金額".
         02  FILLER               PIC  X(54)  VALUE  "申請".
      *  明細
       01  D1-MEISAI.
         02  D1-CLM-NO            PIC  9(6).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-JUCHU-NO          PIC  9(6).
         02  FILLER               PIC  X(1)   VALUE  "-".
         02  D1-GYO-NO            PIC  9(2).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  D1-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-LOT-NO            PIC  X(10).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-BUNRUI            PIC  X(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SURYO             PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KINGAKU           PIC  ZZZ,ZZZ,ZZ9.
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  D1-SHINSEI           PIC  X(24).
         02  FILLER               PIC  X(30)  VALUE  SPACE.
      *  件数
       01  D2-GOKEI.
         02  FILLER               PIC  X(10)  VALUE  "ＲＭＡ申請".
         02  D2-RMQ-CNT           PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(14)  VALUE
                "貸方メモ申請".
         02  D2-MEQ-CNT           PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(95)  VALUE  SPACE.
      *
      ********************************************************
      *  苦情対応申請作成
      ********************************************************
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  CLM-READ-RTN.
           PERFORM  TAIO-RTN  UNTIL  CLM-END-FLG  =  "1".
           PERFORM  GOKEI-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KUBM355 START ***".
           OPEN  I-O     CLM-FILE.
           OPEN  OUTPUT  RMQ-FILE.
           OPEN  OUTPUT  MEQ-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
       EXT.
           EXIT.
      ********************************************************
      *  苦情入力処理
      ********************************************************
       CLM-READ-RTN               SECTION.
           READ  CLM-FILE  NEXT
             AT  END
               MOVE  "1"  TO  CLM-END-FLG
             NOT  AT  END
               ADD  +1  TO  CLM-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  対応申請処理（対応区分があり未申請の苦情のみ）
      ********************************************************
       TAIO-RTN                   SECTION.
           IF  CLM-TAIO-DATE  NOT  =  ZERO
             OR  NOT  (CLM-TAIO-KBN  =  "1"  OR  "2")
               GO  TO  NEXT-READ
           END-IF.
           EVALUATE  CLM-BUNRUI-KBN
             WHEN  "1"    MOVE  "破損"      TO  WK-BUNRUI-MEI
             WHEN  "2"    MOVE  "誤品"      TO  WK-BUNRUI-MEI
             WHEN  "3"    MOVE  "納期遅延"  TO  WK-BUNRUI-MEI
             WHEN  "4"    MOVE  "品質不良"  TO  WK-BUNRUI-MEI
             WHEN  OTHER  MOVE  "その他"    TO  WK-BUNRUI-MEI
           END-EVALUATE.
           MOVE  ZERO  TO  D1-SURYO  D1-KINGAKU.
           IF  CLM-TAIO-KBN  =  "1"
             PERFORM  RMQ-WRITE-RTN
           ELSE
             PERFORM  MEQ-WRITE-RTN
           END-IF.
           MOVE  WK-PC-DATE8  TO  CLM-TAIO-DATE.
           REWRITE  CLM-REC.
           PERFORM  MEISAI-RTN.
       NEXT-READ.
           PERFORM  CLM-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  返品承認申請書出し処理
      ********************************************************
       RMQ-WRITE-RTN              SECTION.
           MOVE  SPACE            TO  RMQ-REC.
           MOVE  CLM-TOKU-COD     TO  RMQ-TOKU-COD.
           MOVE  CLM-JUCHU-NO     TO  RMQ-JUCHU-NO.
           MOVE  CLM-GYO-NO       TO  RMQ-GYO-NO.
           MOVE  CLM-SHOHIN-NO    TO  RMQ-SHOHIN-NO.
           MOVE  CLM-LOT-NO       TO  RMQ-LOT-NO.
           MOVE  CLM-SURYO        TO  RMQ-SURYO.
           MOVE  WK-PC-DATE8      TO  RMQ-DATE.
           WRITE  RMQ-REC.
           ADD  +1  TO  RMQ-CNT.
           MOVE  CLM-SURYO        TO  D1-SURYO.
           MOVE  "ＲＭＡ申請（KUBM150）"  TO  D1-SHINSEI.
       EXT.
           EXIT.
      ********************************************************
      *  貸方メモ申請書出し処理（理由は"苦情"＋苦情番号＋分類）
      ********************************************************
       MEQ-WRITE-RTN              SECTION.
           MOVE  SPACE             TO  MEQ-REC.
           MOVE  ZERO              TO  MEM-NO.
           MOVE  "2"               TO  MEM-KBN.
           MOVE  CLM-TOKU-COD      TO  MEM-TOKU-COD.
           MOVE  CLM-JUCHU-NO      TO  MEM-JUCHU-NO.
           MOVE  CLM-GYO-NO        TO  MEM-GYO-NO.
           MOVE  CLM-SHOHIN-NO     TO  MEM-SHOHIN-NO.
           MOVE  CLM-TAIO-KINGAKU  TO  MEM-KINGAKU.
           MOVE  "苦情"            TO  MEM-RIYU  (1:4).
           MOVE  CLM-NO            TO  MEM-RIYU  (5:6).
           MOVE  WK-BUNRUI-MEI     TO  MEM-RIYU  (12:8).
           MOVE  CLM-TANTO         TO  MEM-APPLY-USER.
           MOVE  "0"               TO  MEM-STATUS.
           MOVE  WK-PC-DATE8       TO  MEM-DATE.
           WRITE  MEQ-REC.
           ADD  +1  TO  MEQ-CNT.
           MOVE  CLM-TAIO-KINGAKU  TO  D1-KINGAKU.
           MOVE  "貸方メモ申請（KUBM160）"  TO  D1-SHINSEI.
       EXT.
           EXIT.
      ********************************************************
      *  明細印字処理
      ********************************************************
       MEISAI-RTN                 SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  CLM-NO         TO  D1-CLM-NO.
           MOVE  CLM-TOKU-COD   TO  D1-TOKU-COD.
           MOVE  CLM-JUCHU-NO   TO  D1-JUCHU-NO.
           MOVE  CLM-GYO-NO     TO  D1-GYO-NO.
           MOVE  CLM-SHOHIN-NO  TO  D1-SHOHIN-NO.
           MOVE  CLM-LOT-NO     TO  D1-LOT-NO.
           MOVE  WK-BUNRUI-MEI  TO  D1-BUNRUI.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  件数印字処理
      ********************************************************
       GOKEI-RTN                  SECTION.
           IF  PAGE-CNT  =  ZERO
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  RMQ-CNT  TO  D2-RMQ-CNT.
           MOVE  MEQ-CNT  TO  D2-MEQ-CNT.
           MOVE  D2-GOKEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
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
           ADD  +3  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  CLM-FILE  RMQ-FILE  MEQ-FILE  OEF-FILE.
           DISPLAY  "*** CLM-CNT="  CLM-CNT.
           DISPLAY  "*** RMQ-CNT="  RMQ-CNT.
           DISPLAY  "*** MEQ-CNT="  MEQ-CNT.
           DISPLAY  "*** KUBM355  END ***".
       EXT.
           EXIT.
