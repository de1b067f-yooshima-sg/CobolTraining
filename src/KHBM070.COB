       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KHBM070.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：発注
      *  プログラム名      ：仕入価格差異リスト作成・差異仕訳抽出
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    対象月の仕入先請求書（KHCF030。日次分を連結したもの
      *    を入力とする）のうち、仕入請求照合（KHBM030）で照合
      *    一致して買掛オープンアイテム（KHCF050）に控えられた
      *    請求行について、請求単価と入庫日時点で有効だった標準
      *    原価（商品マスタのCFSHO-GENKAと原価改定履歴）とを比べ
      *    た仕入価格差異（ＰＰＶ）を、仕入先×商品別に集計して
      *    印字する月次リスト。入庫日は入庫履歴（KJCF100。日次分
      *    を連結したもの）のうち、その発注行への請求書日付以前
      *    の最新の入庫日とし、入庫履歴に無い場合は請求書日付と
      *    する。差異率（差異額÷標準金額）の絶対値が許容率
      *    （システムパラメタKH-PPV-TOL％、既定値５％）を超える
      *    商品は警告欄に印を付ける。
      *    仕入先ごとの差異額の合計で、不利差異（請求が標準を
      *    上回る）なら借方：仕入価格差異／貸方：仕入高、有利
      *    差異なら逆仕訳のＧＬ仕訳（KUCF050形式）を書き出し、
      *    仕入高を標準原価ベースへ振り替える。
      *    対象月は環境変数KHBM070_YM（YYYYMM、省略時は処理月）
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  IVF-FILE  ASSIGN  TO  EXTERNAL  IVF.
           SELECT  RCV-FILE  ASSIGN  TO  EXTERNAL  RCV.
           SELECT  HAP-FILE  ASSIGN  TO  EXTERNAL  HAP
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  HAP-KEY.
           SELECT  POF-FILE  ASSIGN  TO  EXTERNAL  POF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  HF010-PO-KEY.
           SELECT  IMF-FILE  ASSIGN  TO  EXTERNAL  IMF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  SIR-FILE  ASSIGN  TO  EXTERNAL  SIR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSIR-SIIRE-COD.
           SELECT  PRM-FILE  ASSIGN  TO  EXTERNAL  PRM
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFPRM-PARM-KEY.
           SELECT  SRT-FILE  ASSIGN  TO  SRTWK01.
           SELECT  GLF-FILE  ASSIGN  TO  EXTERNAL  GLF.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  IVF-FILE.
       01  IVF-REC.
           COPY  KHCF030.
       FD  RCV-FILE.
       01  RCV-REC.
           COPY  KJCF100.
       FD  HAP-FILE.
       01  HAP-REC.
           COPY  KHCF050.
       FD  POF-FILE.
       01  POF-REC.
           COPY  KHCF010.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  SIR-FILE.
       01  SIR-REC.
           COPY  KCCFSIR.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY  KCCFPRM.
       SD  SRT-FILE.
       01  SRT-REC.
         03  SRT-SIIRE-COD        PIC  X(06).
         03  SRT-SHOHIN-NO        PIC  X(05).
         03  SRT-SURYO            PIC  9(07).
         03  SRT-SEIKYU-GAKU      PIC S9(09).
         03  SRT-HYOJUN-GAKU      PIC S9(11).
      *    仕入価格差異仕訳（ＧＬ仕訳抽出ファイルと同一形式）
       FD  GLF-FILE.
       01  GLF-REC.
           COPY  KUCF050.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE             SECTION.
       01  IVF-END-FLG            PIC  X(1)          VALUE  "0".
       01  RCV-END-FLG            PIC  X(1)          VALUE  "0".
       01  SRT-END-FLG            PIC  X(1)          VALUE  "0".
       01  IVF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  RCV-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  TAISHO-CNT             PIC S9(9)  COMP-3  VALUE  +0.
       01  MISHOGO-CNT            PIC S9(9)  COMP-3  VALUE  +0.
       01  FUMEI-CNT              PIC S9(9)  COMP-3  VALUE  +0.
       01  KEIKOKU-CNT            PIC S9(9)  COMP-3  VALUE  +0.
       01  GLF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT       PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    対象月（環境変数KHBM070_YM。省略・非数字は処理月）
       01  WK-TAISHO-YM-X         PIC  X(06)          VALUE  SPACE.
       01  WK-TAISHO-YM           PIC  9(06)          VALUE  ZERO.
      *    許容差異率（％。システムパラメタKH-PPV-TOL）
       01  WK-TOL-RITU            PIC  9(03)          VALUE  5.
      *    入庫履歴取り込み表（発注参照のある入庫の入庫日）
       01  WK-RCV-CNT             PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-RCV-MAX             PIC S9(5)  COMP-3  VALUE  +5000.
       01  WK-RCV-IDX             PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-RCV-TBL.
         02  WK-RCV-ENT           OCCURS  5000  TIMES.
           03  WK-RCV-PO-NO       PIC  9(06).
           03  WK-RCV-PO-GYO      PIC  9(02).
           03  WK-RCV-DATE        PIC  9(08).
      *    入庫日・入庫日時点の標準原価
       01  WK-NYUKO-DATE          PIC  9(08)          VALUE  ZERO.
       01  WK-GENKA               PIC S9(05)V9(2)     VALUE  ZERO.
       01  WK-BEST-EFF-DATE       PIC  9(08)          VALUE  ZERO.
       01  WK-HIST-IDX            PIC S9(4)  COMP-3  VALUE  +0.
      *    仕入先・商品ブレイク制御と集計
       01  WK-BREAK-SIIRE-COD     PIC  X(06)          VALUE  SPACE.
       01  WK-BREAK-SHOHIN-NO     PIC  X(05)          VALUE  SPACE.
       01  WK-SHO-SURYO           PIC S9(09)          VALUE  ZERO.
       01  WK-SHO-SEIKYU          PIC S9(11)          VALUE  ZERO.
       01  WK-SHO-HYOJUN          PIC S9(11)          VALUE  ZERO.
       01  WK-SIR-SEIKYU          PIC S9(11)          VALUE  ZERO.
       01  WK-SIR-HYOJUN          PIC S9(11)          VALUE  ZERO.
       01  WK-TOT-SEIKYU          PIC S9(11)          VALUE  ZERO.
       01  WK-TOT-HYOJUN          PIC S9(11)          VALUE  ZERO.
      *    差異額・差異率・平均単価算出用
       01  WK-SAI-GAKU            PIC S9(11)          VALUE  ZERO.
       01  WK-SAI-RITU            PIC S9(07)V9(2)     VALUE  ZERO.
       01  WK-SAI-RITU-ABS        PIC  9(07)V9(2)     VALUE  ZERO.
       01  WK-RITU-KIJUN          PIC S9(11)          VALUE  ZERO.
       01  WK-HEIKIN-TANKA        PIC S9(07)V9(2)     VALUE  ZERO.
       01  WK-GLJ-KINGAKU         PIC S9(09)          VALUE  ZERO.
       01  WK-GLJ-KBN-PPV         PIC  X(01)          VALUE  SPACE.
       01  WK-GLJ-KBN-SHIIRE      PIC  X(01)          VALUE  SPACE.
      *    勘定科目（仕入価格差異／仕入高）
       01  WK-KAMOKU-COD-PPV      PIC  X(6)           VALUE  "619200".
       01  WK-KAMOKU-MEI-PPV      PIC  X(20)          VALUE
                                     "仕入価格差異".
       01  WK-KAMOKU-COD-SHIIRE   PIC  X(6)           VALUE  "610100".
       01  WK-KAMOKU-MEI-SHIIRE   PIC  X(20)          VALUE
                                     "仕入高".
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(28)  VALUE
                    "仕入価格差異（ＰＰＶ）リスト".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "対象月".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-TAISHO-YM         PIC  9(06).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "PAGE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-PAGE-NO           PIC  Z,ZZ9.
         02  FILLER               PIC  X(51)  VALUE  SPACE.
      *  小見出し
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(6)   VALUE  "仕入先".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "商品番号".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "商品名".
         02  FILLER               PIC  X(16)  VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "請求数量".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "請求単価".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "標準原価".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "請求金額".
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "標準金額".
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "差異額".
         02  FILLER               PIC  X(8)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "差異率".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "警告".
         02  FILLER               PIC  X(7)   VALUE  SPACE.
      *  明細（仕入先×商品）
       01  D1-MEISAI.
         02  D1-SIIRE-COD         PIC  X(6).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  D1-SHOHIN-MEI        PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SURYO             PIC  Z,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SEIKYU-TANKA      PIC  ZZ,ZZ9.99.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-HYOJUN-TANKA      PIC  ZZ,ZZ9.99.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SEIKYU-GAKU       PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-HYOJUN-GAKU       PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SAI-GAKU          PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SAI-RITU          PIC  ZZ9.99-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KEIKOKU           PIC  X(2).
         02  FILLER               PIC  X(9)   VALUE  SPACE.
      *  仕入先計
       01  D2-SHOKEI.
         02  FILLER               PIC  X(12)  VALUE
                    "（仕入先計）".
         02  D2-SIIRE-COD         PIC  X(6).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D2-SIIRE-MEI         PIC  X(20).
         02  FILLER               PIC  X(34)  VALUE  SPACE.
         02  D2-SEIKYU-GAKU       PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-HYOJUN-GAKU       PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-SAI-GAKU          PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-SAI-RITU          PIC  ZZ9.99-.
         02  FILLER               PIC  X(13)  VALUE  SPACE.
      *  総合計
       01  D3-GOKEI.
         02  FILLER               PIC  X(10)  VALUE
                    "（総合計）".
         02  FILLER               PIC  X(63)  VALUE  SPACE.
         02  D3-SEIKYU-GAKU       PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D3-HYOJUN-GAKU       PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D3-SAI-GAKU          PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D3-SAI-RITU          PIC  ZZ9.99-.
         02  FILLER               PIC  X(13)  VALUE  SPACE.
      *
      ********************************************************
      *  仕入価格差異リスト作成（仕入先・商品順にソートして集計）
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           SORT  SRT-FILE
             ON  ASCENDING  KEY  SRT-SIIRE-COD  IN  SRT-REC
                                 SRT-SHOHIN-NO  IN  SRT-REC
             INPUT   PROCEDURE  PPV-SEL-RTN
             OUTPUT  PROCEDURE  INSATU-CTL-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（対象月・許容率を決め、入庫履歴を表へ取り込む）
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KHBM070 START ***".
           OPEN  INPUT   IVF-FILE.
           OPEN  INPUT   RCV-FILE.
           OPEN  INPUT   HAP-FILE.
           OPEN  INPUT   POF-FILE.
           OPEN  INPUT   IMF-FILE.
           OPEN  INPUT   SIR-FILE.
           OPEN  INPUT   PRM-FILE.
           OPEN  OUTPUT  GLF-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           ACCEPT  WK-TAISHO-YM-X  FROM  ENVIRONMENT
                   "KHBM070_YM".
           IF  WK-TAISHO-YM-X  IS  NUMERIC
             MOVE  WK-TAISHO-YM-X      TO  WK-TAISHO-YM
           ELSE
             MOVE  WK-PC-DATE8  (1:6)  TO  WK-TAISHO-YM
           END-IF.
           MOVE  WK-TAISHO-YM  TO  H1-TAISHO-YM.
           MOVE  "KH-PPV-TOL"  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  (CFPRM-EFF-DATE  =  ZERO
                    OR  CFPRM-EFF-DATE  <=  WK-PC-DATE8)
                 AND  CFPRM-VALUE  (1:3)  IS  NUMERIC
                   MOVE  CFPRM-VALUE  (1:3)  TO  WK-TOL-RITU
               END-IF
           END-READ.
           PERFORM  RCV-LOAD-RTN  UNTIL  RCV-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  入庫履歴取り込み処理（発注参照のある入庫のみ）
      ********************************************************
       RCV-LOAD-RTN               SECTION.
           READ  RCV-FILE
             AT  END
               MOVE  "1"  TO  RCV-END-FLG
             NOT  AT  END
               ADD  +1  TO  RCV-CNT
               IF  RCV-PO-NO  NOT  =  ZERO
                 AND  WK-RCV-CNT  <  WK-RCV-MAX
                   ADD  +1  TO  WK-RCV-CNT
                   MOVE  RCV-PO-NO   TO  WK-RCV-PO-NO   (WK-RCV-CNT)
                   MOVE  RCV-PO-GYO  TO  WK-RCV-PO-GYO  (WK-RCV-CNT)
                   MOVE  RCV-DATE    TO  WK-RCV-DATE    (WK-RCV-CNT)
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  差異対象選別処理（入力側。対象月の照合一致済の請求行に
      *  入庫日時点の標準金額を付けてソートへ渡す）
      ********************************************************
       PPV-SEL-RTN                SECTION.
           PERFORM  IVF-READ-RTN.
           PERFORM  SENBETU-RTN  UNTIL  IVF-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  仕入先請求書入力処理
      ********************************************************
       IVF-READ-RTN               SECTION.
           READ  IVF-FILE
             AT  END
               MOVE  "1"  TO  IVF-END-FLG
             NOT  AT  END
               ADD  +1  TO  IVF-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  選別処理（買掛オープンアイテムに無い請求は照合不一致
      *  として除く。発注行・商品マスタの不明は件数のみ数える）
      ********************************************************
       SENBETU-RTN                SECTION.
           IF  HF030-SEIKYU-DATE  (1:6)  NOT  =  WK-TAISHO-YM
             GO  TO  NEXT-READ
           END-IF.
           MOVE  HF030-SIIRE-COD  TO  HAP-SIIRE-COD.
           MOVE  HF030-SEIKYU-NO  TO  HAP-SEIKYU-NO.
           READ  HAP-FILE
             INVALID  KEY
               ADD  +1  TO  MISHOGO-CNT
               GO  TO  NEXT-READ
           END-READ.
           MOVE  HF030-PO-NO   TO  HF010-PO-NO.
           MOVE  HF030-PO-GYO  TO  HF010-PO-GYO.
           READ  POF-FILE
             INVALID  KEY
               ADD  +1  TO  FUMEI-CNT
               GO  TO  NEXT-READ
           END-READ.
           MOVE  HF010-SHOHIN-NO  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               ADD  +1  TO  FUMEI-CNT
               GO  TO  NEXT-READ
           END-READ.
           PERFORM  NYUKO-DATE-RTN.
           PERFORM  EFF-GENKA-RTN.
           MOVE  HF030-SIIRE-COD  TO  SRT-SIIRE-COD    IN  SRT-REC.
           MOVE  HF010-SHOHIN-NO  TO  SRT-SHOHIN-NO    IN  SRT-REC.
           MOVE  HF030-SURYO      TO  SRT-SURYO        IN  SRT-REC.
           MOVE  HF030-KINGAKU    TO  SRT-SEIKYU-GAKU  IN  SRT-REC.
           COMPUTE  SRT-HYOJUN-GAKU  IN  SRT-REC  ROUNDED  =
                    HF030-SURYO  *  WK-GENKA.
           RELEASE  SRT-REC.
           ADD  +1  TO  TAISHO-CNT.
       NEXT-READ.
           PERFORM  IVF-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  入庫日判定処理（発注行への入庫のうち請求書日付以前の
      *  最新の入庫日。該当が無ければ請求書日付）
      ********************************************************
       NYUKO-DATE-RTN             SECTION.
           MOVE  ZERO  TO  WK-NYUKO-DATE.
           PERFORM  NYUKO-SRCH-RTN
             VARYING  WK-RCV-IDX  FROM  1  BY  1
               UNTIL  WK-RCV-IDX  >  WK-RCV-CNT.
           IF  WK-NYUKO-DATE  =  ZERO
             MOVE  HF030-SEIKYU-DATE  TO  WK-NYUKO-DATE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  入庫履歴検索処理
      ********************************************************
       NYUKO-SRCH-RTN             SECTION.
           IF  WK-RCV-PO-NO   (WK-RCV-IDX)  =  HF030-PO-NO
             AND  WK-RCV-PO-GYO  (WK-RCV-IDX)  =  HF030-PO-GYO
             AND  WK-RCV-DATE    (WK-RCV-IDX)  NOT  >  HF030-SEIKYU-DATE
             AND  WK-RCV-DATE    (WK-RCV-IDX)  >  WK-NYUKO-DATE
               MOVE  WK-RCV-DATE  (WK-RCV-IDX)  TO  WK-NYUKO-DATE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  入庫日時点の標準原価判定処理（入庫日が現行原価の適用
      *  開始日より前なら原価改定履歴から入庫日時点で有効だった
      *  原価を探し、該当が無ければ現行原価を使う。月次在庫評価
      *  （KJBM240）のEFF-GENKA判定と同じ方式）
      ********************************************************
       EFF-GENKA-RTN              SECTION.
           MOVE  CFSHO-GENKA  TO  WK-GENKA.
           IF  CFSHO-GENKA-EFF-DATE  >  WK-NYUKO-DATE
             MOVE  ZERO  TO  WK-BEST-EFF-DATE
             PERFORM  HIST-SRCH-RTN
               VARYING  WK-HIST-IDX  FROM  1  BY  1
                 UNTIL  WK-HIST-IDX  >  5
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  原価改定履歴検索処理
      ********************************************************
       HIST-SRCH-RTN              SECTION.
           IF  CFSHO-CHIST-EFF-DATE  (WK-HIST-IDX)  NOT  =  ZERO
             AND  CFSHO-CHIST-EFF-DATE  (WK-HIST-IDX)
                    NOT  >  WK-NYUKO-DATE
             AND  CFSHO-CHIST-EFF-DATE  (WK-HIST-IDX)
                    >  WK-BEST-EFF-DATE
               MOVE  CFSHO-CHIST-EFF-DATE  (WK-HIST-IDX)  TO
                     WK-BEST-EFF-DATE
               MOVE  CFSHO-CHIST-GENKA     (WK-HIST-IDX)  TO
                     WK-GENKA
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  印刷制御処理（出力側）
      ********************************************************
       INSATU-CTL-RTN             SECTION.
           PERFORM  RETURN-RTN.
           PERFORM  SHUKEI-RTN  UNTIL  SRT-END-FLG  =  "1".
           IF  WK-BREAK-SIIRE-COD  NOT  =  SPACE
             PERFORM  MEISAI-RTN
             PERFORM  SHOKEI-RTN
           END-IF.
           PERFORM  SOUKEI-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  ソート済みファイル入力処理
      ********************************************************
       RETURN-RTN                 SECTION.
           RETURN  SRT-FILE
             AT  END
               MOVE  "1"  TO  SRT-END-FLG
           END-RETURN.
       EXT.
           EXIT.
      ********************************************************
      *  集計処理（商品が変われば明細を、仕入先が変われば仕入先
      *  計を印字する）
      ********************************************************
       SHUKEI-RTN                 SECTION.
           IF  WK-BREAK-SIIRE-COD  NOT  =  SPACE
             IF  SRT-SIIRE-COD  IN  SRT-REC  NOT  =  WK-BREAK-SIIRE-COD
               OR  SRT-SHOHIN-NO  IN  SRT-REC
                     NOT  =  WK-BREAK-SHOHIN-NO
                 PERFORM  MEISAI-RTN
             END-IF
             IF  SRT-SIIRE-COD  IN  SRT-REC  NOT  =  WK-BREAK-SIIRE-COD
               PERFORM  SHOKEI-RTN
             END-IF
           END-IF.
           MOVE  SRT-SIIRE-COD  IN  SRT-REC  TO  WK-BREAK-SIIRE-COD.
           MOVE  SRT-SHOHIN-NO  IN  SRT-REC  TO  WK-BREAK-SHOHIN-NO.
           ADD  SRT-SURYO        IN  SRT-REC  TO  WK-SHO-SURYO.
           ADD  SRT-SEIKYU-GAKU  IN  SRT-REC  TO  WK-SHO-SEIKYU.
           ADD  SRT-HYOJUN-GAKU  IN  SRT-REC  TO  WK-SHO-HYOJUN.
           PERFORM  RETURN-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  明細印刷処理（仕入先×商品の集計行。差異率の絶対値が
      *  許容率を超えたら警告欄に印を付ける）
      ********************************************************
       MEISAI-RTN                 SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           COMPUTE  WK-SAI-GAKU  =  WK-SHO-SEIKYU  -  WK-SHO-HYOJUN.
           MOVE  WK-SHO-HYOJUN  TO  WK-RITU-KIJUN.
           PERFORM  RITU-RTN.
           MOVE  WK-BREAK-SIIRE-COD  TO  D1-SIIRE-COD.
           MOVE  WK-BREAK-SHOHIN-NO  TO  D1-SHOHIN-NO.
           MOVE  WK-BREAK-SHOHIN-NO  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               MOVE  SPACE             TO  D1-SHOHIN-MEI
             NOT  INVALID  KEY
               MOVE  CFSHO-SHOHIN-MEI  TO  D1-SHOHIN-MEI
           END-READ.
           MOVE  WK-SHO-SURYO  TO  D1-SURYO.
           IF  WK-SHO-SURYO  >  ZERO
             COMPUTE  WK-HEIKIN-TANKA  ROUNDED  =
                      WK-SHO-SEIKYU  /  WK-SHO-SURYO
             MOVE  WK-HEIKIN-TANKA  TO  D1-SEIKYU-TANKA
             COMPUTE  WK-HEIKIN-TANKA  ROUNDED  =
                      WK-SHO-HYOJUN  /  WK-SHO-SURYO
             MOVE  WK-HEIKIN-TANKA  TO  D1-HYOJUN-TANKA
           ELSE
             MOVE  ZERO  TO  D1-SEIKYU-TANKA
             MOVE  ZERO  TO  D1-HYOJUN-TANKA
           END-IF.
           MOVE  WK-SHO-SEIKYU  TO  D1-SEIKYU-GAKU.
           MOVE  WK-SHO-HYOJUN  TO  D1-HYOJUN-GAKU.
           MOVE  WK-SAI-GAKU    TO  D1-SAI-GAKU.
           MOVE  WK-SAI-RITU    TO  D1-SAI-RITU.
           IF  WK-SAI-RITU-ABS  >  WK-TOL-RITU
             MOVE  "＊"  TO  D1-KEIKOKU
             ADD  +1  TO  KEIKOKU-CNT
           ELSE
             MOVE  SPACE  TO  D1-KEIKOKU
           END-IF.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
           ADD  WK-SHO-SEIKYU  TO  WK-SIR-SEIKYU.
           ADD  WK-SHO-HYOJUN  TO  WK-SIR-HYOJUN.
           MOVE  ZERO  TO  WK-SHO-SURYO.
           MOVE  ZERO  TO  WK-SHO-SEIKYU.
           MOVE  ZERO  TO  WK-SHO-HYOJUN.
       EXT.
           EXIT.
      ********************************************************
      *  仕入先計印刷処理（仕入先ごとの差異額で仕入価格差異の
      *  仕訳を書き出す）
      ********************************************************
       SHOKEI-RTN                 SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           COMPUTE  WK-SAI-GAKU  =  WK-SIR-SEIKYU  -  WK-SIR-HYOJUN.
           MOVE  WK-SIR-HYOJUN  TO  WK-RITU-KIJUN.
           PERFORM  RITU-RTN.
           MOVE  WK-BREAK-SIIRE-COD  TO  D2-SIIRE-COD.
           MOVE  WK-BREAK-SIIRE-COD  TO  CFSIR-SIIRE-COD.
           READ  SIR-FILE
             INVALID  KEY
               MOVE  SPACE            TO  D2-SIIRE-MEI
             NOT  INVALID  KEY
               MOVE  CFSIR-SIIRE-MEI  TO  D2-SIIRE-MEI
           END-READ.
           MOVE  WK-SIR-SEIKYU  TO  D2-SEIKYU-GAKU.
           MOVE  WK-SIR-HYOJUN  TO  D2-HYOJUN-GAKU.
           MOVE  WK-SAI-GAKU    TO  D2-SAI-GAKU.
           MOVE  WK-SAI-RITU    TO  D2-SAI-RITU.
           MOVE  D2-SHOKEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           MOVE  SPACE  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +2  TO  LINE-CNT.
           PERFORM  SHIWAKE-RTN.
           ADD  WK-SIR-SEIKYU  TO  WK-TOT-SEIKYU.
           ADD  WK-SIR-HYOJUN  TO  WK-TOT-HYOJUN.
           MOVE  ZERO  TO  WK-SIR-SEIKYU.
           MOVE  ZERO  TO  WK-SIR-HYOJUN.
       EXT.
           EXIT.
      ********************************************************
      *  総合計印刷処理
      ********************************************************
       SOUKEI-RTN                 SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           COMPUTE  WK-SAI-GAKU  =  WK-TOT-SEIKYU  -  WK-TOT-HYOJUN.
           MOVE  WK-TOT-HYOJUN  TO  WK-RITU-KIJUN.
           PERFORM  RITU-RTN.
           MOVE  WK-TOT-SEIKYU  TO  D3-SEIKYU-GAKU.
           MOVE  WK-TOT-HYOJUN  TO  D3-HYOJUN-GAKU.
           MOVE  WK-SAI-GAKU    TO  D3-SAI-GAKU.
           MOVE  WK-SAI-RITU    TO  D3-SAI-RITU.
           MOVE  D3-GOKEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
       EXT.
           EXIT.
      ********************************************************
      *  差異率算出処理（差異額÷標準金額×１００。標準金額ゼロ
      *  および表示桁を超える率は９９９．９９で止める）
      ********************************************************
       RITU-RTN                   SECTION.
           IF  WK-RITU-KIJUN  =  ZERO
             MOVE  999.99  TO  WK-SAI-RITU-ABS
           ELSE
             COMPUTE  WK-SAI-RITU-ABS  ROUNDED  =
                      WK-SAI-GAKU  *  100  /  WK-RITU-KIJUN
             IF  WK-SAI-RITU-ABS  >  999.99
               MOVE  999.99  TO  WK-SAI-RITU-ABS
             END-IF
           END-IF.
           IF  WK-SAI-GAKU  <  ZERO
             COMPUTE  WK-SAI-RITU  =  WK-SAI-RITU-ABS  *  -1
           ELSE
             MOVE  WK-SAI-RITU-ABS  TO  WK-SAI-RITU
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  仕入価格差異仕訳処理（不利差異は借方：仕入価格差異／
      *  貸方：仕入高、有利差異は逆仕訳。補助に仕入先を付ける）
      ********************************************************
       SHIWAKE-RTN                SECTION.
           IF  WK-SAI-GAKU  =  ZERO
             GO  TO  EXT
           END-IF.
           IF  WK-SAI-GAKU  <  ZERO
             COMPUTE  WK-GLJ-KINGAKU  =  WK-SAI-GAKU  *  -1
             MOVE  "2"  TO  WK-GLJ-KBN-PPV
             MOVE  "1"  TO  WK-GLJ-KBN-SHIIRE
           ELSE
             MOVE  WK-SAI-GAKU  TO  WK-GLJ-KINGAKU
             MOVE  "1"  TO  WK-GLJ-KBN-PPV
             MOVE  "2"  TO  WK-GLJ-KBN-SHIIRE
           END-IF.
           MOVE  SPACE                  TO  GLF-REC.
           MOVE  WK-TAISHO-YM           TO  GLJ-DENPYO-YM.
           MOVE  WK-GLJ-KBN-PPV         TO  GLJ-KASHIKARI-KBN.
           MOVE  WK-KAMOKU-COD-PPV      TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-MEI-PPV      TO  GLJ-KAMOKU-MEI.
           MOVE  WK-GLJ-KINGAKU         TO  GLJ-KINGAKU.
           MOVE  WK-BREAK-SIIRE-COD     TO  GLJ-HOJO-COD.
           WRITE  GLF-REC.
           ADD  +1  TO  GLF-CNT.
           MOVE  SPACE                  TO  GLF-REC.
           MOVE  WK-TAISHO-YM           TO  GLJ-DENPYO-YM.
           MOVE  WK-GLJ-KBN-SHIIRE      TO  GLJ-KASHIKARI-KBN.
           MOVE  WK-KAMOKU-COD-SHIIRE   TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-MEI-SHIIRE   TO  GLJ-KAMOKU-MEI.
           MOVE  WK-GLJ-KINGAKU         TO  GLJ-KINGAKU.
           MOVE  WK-BREAK-SIIRE-COD     TO  GLJ-HOJO-COD.
           WRITE  GLF-REC.
           ADD  +1  TO  GLF-CNT.
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
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  IVF-FILE  RCV-FILE  HAP-FILE  POF-FILE  IMF-FILE
                  SIR-FILE  PRM-FILE  GLF-FILE  OEF-FILE.
           DISPLAY  "*** IVF-CNT="      IVF-CNT.
           DISPLAY  "*** RCV-CNT="      RCV-CNT.
           DISPLAY  "*** TAISHO-CNT="   TAISHO-CNT.
           DISPLAY  "*** MISHOGO-CNT="  MISHOGO-CNT.
           DISPLAY  "*** FUMEI-CNT="    FUMEI-CNT.
           DISPLAY  "*** KEIKOKU-CNT="  KEIKOKU-CNT.
           DISPLAY  "*** GLF-CNT="      GLF-CNT.
           DISPLAY  "*** KHBM070  END ***".
       EXT.
           EXIT.
