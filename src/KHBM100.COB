       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KHBM100.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：発注
      *  プログラム名      ：仕入先評価表作成
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    仕入先の月次の実績を、対象月までの１２か月分並べた
      *    評価表（仕入先ごとに１ページ）と、１２か月計の総合点
      *    の高い順に並べた評価順位表を印字する月次リスト。
      *    仕入先会議の資料とする。月ごとに集計する項目は次の
      *    とおり。
      *      納期遵守率  入庫履歴（KJCF100。日次分を連結したも
      *                  の）のうち発注参照のある入庫行で、入庫日
      *                  が発注（KHCF010）の入荷予定日以前の行の
      *                  割合（入庫日の月で集計）
      *      平均遅延    入荷予定日より遅れた入庫行の遅延日数の
      *                  平均
      *      充足率      入荷予定日が到来した発注行（取消を除く）
      *                  の発注数量に対する入庫済数量（発注数量
      *                  が上限）の割合（入荷予定日の月で集計）
      *      照合一致率  仕入先請求書（KHCF030。日次分を連結した
      *                  もの）の請求行のうち、仕入請求照合で照合
      *                  一致して買掛オープンアイテム（KHCF050）
      *                  に控えられた行の割合（請求書日付の月）
      *      返品        デビットノート（KHCF060）の件数・数量
      *                  （返品日の月）
      *      不合格      受入検査不合格で返品待ち（KJCF300）に
      *                  積まれたロット数（検査日の月）
      *    総合点は１２か月計の納期遵守率・充足率・照合一致率を
      *    システムパラメタKH-HYOKA-WTの重み（既定４０：３０：
      *    ３０）で加重平均し、返品件数と不合格ロット数の合計に
      *    KH-HYOKA-GEN（既定２点）を掛けて差し引いたもの（下限
      *    ０点）。実績の無い率は１００として計算する。期間中に
      *    実績の無い仕入先は印字しない。直送発注は入庫履歴に
      *    現れないため納期遵守率の対象外となる。
      *    対象月は環境変数KHBM100_YM（YYYYMM、省略時は処理月）
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  RCV-FILE  ASSIGN  TO  EXTERNAL  RCV.
           SELECT  IVF-FILE  ASSIGN  TO  EXTERNAL  IVF.
           SELECT  POF-FILE  ASSIGN  TO  EXTERNAL  POF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  HF010-PO-KEY.
           SELECT  HAP-FILE  ASSIGN  TO  EXTERNAL  HAP
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  HAP-KEY.
           SELECT  DBN-FILE  ASSIGN  TO  EXTERNAL  DBN
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  DBN-KEY.
           SELECT  HNP-FILE  ASSIGN  TO  EXTERNAL  HNP
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  HNP-KEY.
           SELECT  SIR-FILE  ASSIGN  TO  EXTERNAL  SIR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  CFSIR-SIIRE-COD.
           SELECT  PRM-FILE  ASSIGN  TO  EXTERNAL  PRM
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFPRM-PARM-KEY.
           SELECT  SRT-FILE  ASSIGN  TO  SRTWK01.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  RCV-FILE.
       01  RCV-REC.
           COPY  KJCF100.
       FD  IVF-FILE.
       01  IVF-REC.
           COPY  KHCF030.
       FD  POF-FILE.
       01  POF-REC.
           COPY  KHCF010.
       FD  HAP-FILE.
       01  HAP-REC.
           COPY  KHCF050.
       FD  DBN-FILE.
       01  DBN-REC.
           COPY  KHCF060.
       FD  HNP-FILE.
       01  HNP-REC.
           COPY  KJCF300.
       FD  SIR-FILE.
       01  SIR-REC.
           COPY  KCCFSIR.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY  KCCFPRM.
      *    評価順位ソート（総合点の降順、同点は仕入先順）
       SD  SRT-FILE.
       01  SRT-REC.
         03  SRT-TEN              PIC  9(03)V9.
         03  SRT-SIIRE-COD        PIC  X(06).
         03  SRT-SIIRE-MEI        PIC  X(20).
         03  SRT-NOKI-RITU        PIC  9(03)V9.
         03  SRT-CHIEN-AVG        PIC  9(03)V9.
         03  SRT-JUSOKU-RITU      PIC  9(03)V9.
         03  SRT-ITCHI-RITU       PIC  9(03)V9.
         03  SRT-TOGETSU-RITU     PIC  9(03)V9.
      *    実績無し（"1"＝該当の率に実績が無い）
         03  SRT-NOKI-NASHI       PIC  X(01).
         03  SRT-JUSOKU-NASHI     PIC  X(01).
         03  SRT-ITCHI-NASHI      PIC  X(01).
         03  SRT-TOGETSU-NASHI    PIC  X(01).
         03  SRT-HENPIN-KEN       PIC  9(05).
         03  SRT-FUGO-LOT         PIC  9(05).
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE             SECTION.
       01  RCV-END-FLG            PIC  X(1)          VALUE  "0".
       01  IVF-END-FLG            PIC  X(1)          VALUE  "0".
       01  POF-END-FLG            PIC  X(1)          VALUE  "0".
       01  DBN-END-FLG            PIC  X(1)          VALUE  "0".
       01  HNP-END-FLG            PIC  X(1)          VALUE  "0".
       01  SIR-END-FLG            PIC  X(1)          VALUE  "0".
       01  SRT-END-FLG            PIC  X(1)          VALUE  "0".
       01  RCV-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  IVF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  POF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  DBN-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  HNP-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  SIR-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  FUMEI-CNT              PIC S9(9)  COMP-3  VALUE  +0.
       01  HYOKA-CNT              PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT       PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    対象月（環境変数KHBM100_YM。省略・非数字は処理月）
       01  WK-TAISHO-YM-X         PIC  X(06)          VALUE  SPACE.
       01  WK-TAISHO-YM           PIC  9(06)          VALUE  ZERO.
      *    年月の通し月番号（年×１２＋月−１）算出用
       01  WK-YM.
         03  WK-YM-YYYY           PIC  9(04).
         03  WK-YM-MM             PIC  9(02).
       01  WK-TSUKI-NO            PIC S9(7)  COMP-3  VALUE  +0.
       01  WK-KIJUN-NO            PIC S9(7)  COMP-3  VALUE  +0.
       01  WK-AMARI               PIC S9(3)  COMP-3  VALUE  +0.
      *    評価期間１２か月（1＝最古月〜12＝対象月）の年月
       01  WK-T-IDX               PIC S9(3)  COMP-3  VALUE  +0.
       01  WK-TSUKI-TBL.
         02  WK-TSUKI-YM          PIC  9(06)
                                  OCCURS  12  TIMES.
      *    総合点の重み（％。KH-HYOKA-WT）と減点（KH-HYOKA-GEN）
       01  WK-HYOKA-WT.
         03  WK-WT-NOKI           PIC  9(03)          VALUE  40.
         03  WK-WT-JUSOKU         PIC  9(03)          VALUE  30.
         03  WK-WT-ITCHI          PIC  9(03)          VALUE  30.
       01  WK-WT-PRM.
         03  WK-WT-PRM-NOKI       PIC  9(03).
         03  WK-WT-PRM-JUSOKU     PIC  9(03).
         03  WK-WT-PRM-ITCHI      PIC  9(03).
       01  WK-WT-GOKEI            PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-GENTEN              PIC  9(03)          VALUE  2.
      *    仕入先別・月別実績表（仕入先マスタの仕入先コード順）
       01  WK-SIR-CNT             PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-SIR-MAX             PIC S9(5)  COMP-3  VALUE  +999.
       01  WK-SIR-IDX             PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-SIR-HIT             PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-SRCH-SIIRE-COD      PIC  X(06)          VALUE  SPACE.
       01  WK-SIR-TBL.
         02  WK-SIR-ENT           OCCURS  999  TIMES.
           03  WK-SIR-COD         PIC  X(06).
           03  WK-SIR-MEI         PIC  X(20).
           03  WK-SIR-TSUKI       OCCURS  12  TIMES.
             04  WK-S-NYUKA-GYO   PIC S9(7)  COMP-3.
             04  WK-S-NOKI-GYO    PIC S9(7)  COMP-3.
             04  WK-S-CHIEN-GYO   PIC S9(7)  COMP-3.
             04  WK-S-CHIEN-NISSU PIC S9(9)  COMP-3.
             04  WK-S-HATCHU      PIC S9(11) COMP-3.
             04  WK-S-NYUKO       PIC S9(11) COMP-3.
             04  WK-S-SEIKYU-GYO  PIC S9(7)  COMP-3.
             04  WK-S-ITCHI-GYO   PIC S9(7)  COMP-3.
             04  WK-S-HENPIN-KEN  PIC S9(7)  COMP-3.
             04  WK-S-HENPIN-SURYO
                                  PIC S9(9)  COMP-3.
             04  WK-S-FUGO-LOT    PIC S9(7)  COMP-3.
      *    印字する１か月分（または１２か月計）の実績
      *    （WK-SIR-TSUKIと同じ並び）
       01  WK-KEI.
         03  WK-K-NYUKA-GYO       PIC S9(7)  COMP-3.
         03  WK-K-NOKI-GYO        PIC S9(7)  COMP-3.
         03  WK-K-CHIEN-GYO       PIC S9(7)  COMP-3.
         03  WK-K-CHIEN-NISSU     PIC S9(9)  COMP-3.
         03  WK-K-HATCHU          PIC S9(11) COMP-3.
         03  WK-K-NYUKO           PIC S9(11) COMP-3.
         03  WK-K-SEIKYU-GYO      PIC S9(7)  COMP-3.
         03  WK-K-ITCHI-GYO       PIC S9(7)  COMP-3.
         03  WK-K-HENPIN-KEN      PIC S9(7)  COMP-3.
         03  WK-K-HENPIN-SURYO    PIC S9(9)  COMP-3.
         03  WK-K-FUGO-LOT        PIC S9(7)  COMP-3.
      *    １２か月計
       01  WK-GOKEI.
         03  WK-G-NYUKA-GYO       PIC S9(7)  COMP-3.
         03  WK-G-NOKI-GYO        PIC S9(7)  COMP-3.
         03  WK-G-CHIEN-GYO       PIC S9(7)  COMP-3.
         03  WK-G-CHIEN-NISSU     PIC S9(9)  COMP-3.
         03  WK-G-HATCHU          PIC S9(11) COMP-3.
         03  WK-G-NYUKO           PIC S9(11) COMP-3.
         03  WK-G-SEIKYU-GYO      PIC S9(7)  COMP-3.
         03  WK-G-ITCHI-GYO       PIC S9(7)  COMP-3.
         03  WK-G-HENPIN-KEN      PIC S9(7)  COMP-3.
         03  WK-G-HENPIN-SURYO    PIC S9(9)  COMP-3.
         03  WK-G-FUGO-LOT        PIC S9(7)  COMP-3.
       01  WK-JISSEKI             PIC S9(11) COMP-3  VALUE  +0.
      *    率・平均遅延日数と実績無しの印（"1"＝実績無し）
       01  WK-NOKI-RITU           PIC S9(3)V9  COMP-3  VALUE  +0.
       01  WK-CHIEN-AVG           PIC S9(3)V9  COMP-3  VALUE  +0.
       01  WK-JUSOKU-RITU         PIC S9(3)V9  COMP-3  VALUE  +0.
       01  WK-ITCHI-RITU          PIC S9(3)V9  COMP-3  VALUE  +0.
       01  WK-NOKI-NASHI          PIC  X(01)          VALUE  "0".
       01  WK-JUSOKU-NASHI        PIC  X(01)          VALUE  "0".
       01  WK-ITCHI-NASHI         PIC  X(01)          VALUE  "0".
       01  WK-TOGETSU-RITU        PIC S9(3)V9  COMP-3  VALUE  +0.
       01  WK-TOGETSU-NASHI       PIC  X(01)          VALUE  "0".
      *    総合点算出用
       01  WK-TEN-NOKI            PIC S9(3)V9  COMP-3  VALUE  +0.
       01  WK-TEN-JUSOKU          PIC S9(3)V9  COMP-3  VALUE  +0.
       01  WK-TEN-ITCHI           PIC S9(3)V9  COMP-3  VALUE  +0.
       01  WK-TEN-KEISAN          PIC S9(7)V9  COMP-3  VALUE  +0.
       01  WK-TEN                 PIC S9(3)V9  COMP-3  VALUE  +0.
      *    入庫の遅延日数
       01  WK-CHIEN-NISSU         PIC S9(7)  COMP-3  VALUE  +0.
      *    順位（同点は同順位）
       01  WK-JUNI                PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-JUNI-CNT            PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-MAE-TEN             PIC S9(3)V9  COMP-3  VALUE  -1.
      *    年月の編集（YYYY/MM）
       01  WK-YM-HENSYU.
         03  WK-YM-H-YYYY         PIC  9(04).
         03  FILLER               PIC  X(01)  VALUE  "/".
         03  WK-YM-H-MM           PIC  9(02).
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  H1-TITLE             PIC  X(16).
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
         02  FILLER               PIC  X(63)  VALUE  SPACE.
      *  仕入先見出し（評価表）
       01  H2-SIIRE.
         02  FILLER               PIC  X(8)   VALUE  "仕入先：".
         02  H2-SIIRE-COD         PIC  X(6).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  H2-SIIRE-MEI         PIC  X(20).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "評価期間：".
         02  H2-FROM-YM           PIC  9(06).
         02  FILLER               PIC  X(2)   VALUE  "〜".
         02  H2-TO-YM             PIC  9(06).
         02  FILLER               PIC  X(71)  VALUE  SPACE.
      *  小見出し（評価表）
       01  H3-KOMIDASHI.
         02  FILLER               PIC  X(4)   VALUE  "年月".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "入荷行".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "納期内".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "遵守率".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "遅延行".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "平均遅延".
         02  FILLER               PIC  X(8)   VALUE  "発注数量".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "入庫数量".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "充足率".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "請求行".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "照合一致".
         02  FILLER               PIC  X(6)   VALUE  "一致率".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "返品件数".
         02  FILLER               PIC  X(8)   VALUE  "返品数量".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "不合格".
         02  FILLER               PIC  X(9)   VALUE  SPACE.
      *  明細（月別・１２か月計）
       01  D1-MEISAI.
         02  D1-YM                PIC  X(8).
         02  D1-NYUKA-GYO         PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-NOKI-GYO          PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-NOKI-RITU         PIC  ZZ9.9.
         02  D1-NOKI-RITU-X       REDEFINES  D1-NOKI-RITU
                                  PIC  X(5).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-CHIEN-GYO         PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-CHIEN-AVG         PIC  ZZ9.9.
         02  D1-CHIEN-AVG-X       REDEFINES  D1-CHIEN-AVG
                                  PIC  X(5).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  D1-HATCHU            PIC  ZZ,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-NYUKO             PIC  ZZ,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-JUSOKU-RITU       PIC  ZZ9.9.
         02  D1-JUSOKU-RITU-X     REDEFINES  D1-JUSOKU-RITU
                                  PIC  X(5).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SEIKYU-GYO        PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-ITCHI-GYO         PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-ITCHI-RITU        PIC  ZZ9.9.
         02  D1-ITCHI-RITU-X      REDEFINES  D1-ITCHI-RITU
                                  PIC  X(5).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-HENPIN-KEN        PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-HENPIN-SURYO      PIC  Z,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-FUGO-LOT          PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(9)   VALUE  SPACE.
      *  総合点（評価表）
       01  D4-TEN.
         02  FILLER               PIC  X(6)   VALUE  "総合点".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D4-TEN-TEN           PIC  ZZ9.9.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(14)  VALUE
                    "（納期遵守率×".
         02  D4-WT-NOKI           PIC  ZZ9.
         02  FILLER               PIC  X(12)  VALUE
                    "％＋充足率×".
         02  D4-WT-JUSOKU         PIC  ZZ9.
         02  FILLER               PIC  X(16)  VALUE
                    "％＋照合一致率×".
         02  D4-WT-ITCHI          PIC  ZZ9.
         02  FILLER               PIC  X(26)  VALUE
                    "％－（返品＋不合格ロット）×".
         02  D4-GENTEN            PIC  ZZ9.
         02  FILLER               PIC  X(4)   VALUE  "点）".
         02  FILLER               PIC  X(34)  VALUE  SPACE.
      *  小見出し（評価順位表）
       01  H4-KOMIDASHI.
         02  FILLER               PIC  X(4)   VALUE  "順位".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "仕入先".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "仕入先名".
         02  FILLER               PIC  X(14)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "総合点".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "遵守率".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "平均遅延".
         02  FILLER               PIC  X(6)   VALUE  "充足率".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "一致率".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "返品件数".
         02  FILLER               PIC  X(6)   VALUE  "不合格".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "当月遵守".
         02  FILLER               PIC  X(36)  VALUE  SPACE.
      *  明細（評価順位表）
       01  D2-JUNI.
         02  D2-JUNI-NO           PIC  ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-SIIRE-COD         PIC  X(6).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-SIIRE-MEI         PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-TEN               PIC  ZZ9.9.
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  D2-NOKI-RITU         PIC  ZZ9.9.
         02  D2-NOKI-RITU-X       REDEFINES  D2-NOKI-RITU
                                  PIC  X(5).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  D2-CHIEN-AVG         PIC  ZZ9.9.
         02  D2-CHIEN-AVG-X       REDEFINES  D2-CHIEN-AVG
                                  PIC  X(5).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  D2-JUSOKU-RITU       PIC  ZZ9.9.
         02  D2-JUSOKU-RITU-X     REDEFINES  D2-JUSOKU-RITU
                                  PIC  X(5).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  D2-ITCHI-RITU        PIC  ZZ9.9.
         02  D2-ITCHI-RITU-X      REDEFINES  D2-ITCHI-RITU
                                  PIC  X(5).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  D2-HENPIN-KEN        PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-FUGO-LOT          PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-TOGETSU-RITU      PIC  ZZ9.9.
         02  D2-TOGETSU-RITU-X    REDEFINES  D2-TOGETSU-RITU
                                  PIC  X(5).
         02  FILLER               PIC  X(39)  VALUE  SPACE.
      *  該当無し
       01  D3-NASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(40)  VALUE
                    "評価対象の仕入先はありません".
         02  FILLER               PIC  X(85)  VALUE  SPACE.
      *
      ********************************************************
      *  仕入先評価表作成（実績を仕入先別・月別に集計し、評価
      *  表を印字しながら総合点の順にソートして順位表を印字）
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  POF-SHUKEI-CTL-RTN.
           PERFORM  RCV-READ-RTN.
           PERFORM  RCV-SHUKEI-RTN  UNTIL  RCV-END-FLG  =  "1".
           PERFORM  IVF-READ-RTN.
           PERFORM  IVF-SHUKEI-RTN  UNTIL  IVF-END-FLG  =  "1".
           PERFORM  DBN-SHUKEI-RTN  UNTIL  DBN-END-FLG  =  "1".
           PERFORM  HNP-SHUKEI-RTN  UNTIL  HNP-END-FLG  =  "1".
           SORT  SRT-FILE
             ON  DESCENDING  KEY  SRT-TEN        IN  SRT-REC
             ON  ASCENDING   KEY  SRT-SIIRE-COD  IN  SRT-REC
             INPUT   PROCEDURE  HYOKA-RTN
             OUTPUT  PROCEDURE  JUNI-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（対象月と評価期間１２か月を決め、総合点の重み
      *  を読み、仕入先マスタを表へ取り込む）
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KHBM100 START ***".
           OPEN  INPUT   RCV-FILE.
           OPEN  INPUT   IVF-FILE.
           OPEN  INPUT   POF-FILE.
           OPEN  INPUT   HAP-FILE.
           OPEN  INPUT   DBN-FILE.
           OPEN  INPUT   HNP-FILE.
           OPEN  INPUT   SIR-FILE.
           OPEN  INPUT   PRM-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           ACCEPT  WK-TAISHO-YM-X  FROM  ENVIRONMENT
                   "KHBM100_YM".
           IF  WK-TAISHO-YM-X  IS  NUMERIC
             AND  WK-TAISHO-YM-X  (5:2)  >=  "01"
             AND  WK-TAISHO-YM-X  (5:2)  <=  "12"
               MOVE  WK-TAISHO-YM-X      TO  WK-TAISHO-YM
           ELSE
             MOVE  WK-PC-DATE8  (1:6)  TO  WK-TAISHO-YM
           END-IF.
           MOVE  WK-TAISHO-YM  TO  H1-TAISHO-YM.
           MOVE  WK-TAISHO-YM  TO  WK-YM.
           COMPUTE  WK-KIJUN-NO  =
                    WK-YM-YYYY  *  12  +  WK-YM-MM  -  1  -  11.
           PERFORM  TSUKI-SET-RTN
             VARYING  WK-T-IDX  FROM  1  BY  1
               UNTIL  WK-T-IDX  >  12.
           MOVE  "KH-HYOKA-WT"  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  (CFPRM-EFF-DATE  =  ZERO
                    OR  CFPRM-EFF-DATE  <=  WK-PC-DATE8)
                 AND  CFPRM-VALUE  (1:9)  IS  NUMERIC
                   MOVE  CFPRM-VALUE  (1:9)  TO  WK-WT-PRM
                   COMPUTE  WK-WT-GOKEI  =  WK-WT-PRM-NOKI
                          +  WK-WT-PRM-JUSOKU  +  WK-WT-PRM-ITCHI
                   IF  WK-WT-GOKEI  =  100
                     MOVE  WK-WT-PRM  TO  WK-HYOKA-WT
                   END-IF
               END-IF
           END-READ.
           MOVE  "KH-HYOKA-GEN"  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  (CFPRM-EFF-DATE  =  ZERO
                    OR  CFPRM-EFF-DATE  <=  WK-PC-DATE8)
                 AND  CFPRM-VALUE  (1:3)  IS  NUMERIC
                   MOVE  CFPRM-VALUE  (1:3)  TO  WK-GENTEN
               END-IF
           END-READ.
           MOVE  WK-WT-NOKI    TO  D4-WT-NOKI.
           MOVE  WK-WT-JUSOKU  TO  D4-WT-JUSOKU.
           MOVE  WK-WT-ITCHI   TO  D4-WT-ITCHI.
           MOVE  WK-GENTEN     TO  D4-GENTEN.
           MOVE  WK-TSUKI-YM  (1)   TO  H2-FROM-YM.
           MOVE  WK-TSUKI-YM  (12)  TO  H2-TO-YM.
           INITIALIZE  WK-SIR-TBL.
           PERFORM  SIR-LOAD-RTN  UNTIL  SIR-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  評価期間の年月設定処理（通し月番号を年・月へ戻す）
      ********************************************************
       TSUKI-SET-RTN              SECTION.
           COMPUTE  WK-TSUKI-NO  =  WK-KIJUN-NO  +  WK-T-IDX  -  1.
           DIVIDE  WK-TSUKI-NO  BY  12  GIVING  WK-YM-YYYY
                   REMAINDER  WK-AMARI.
           COMPUTE  WK-YM-MM  =  WK-AMARI  +  1.
           MOVE  WK-YM  TO  WK-TSUKI-YM  (WK-T-IDX).
       EXT.
           EXIT.
      ********************************************************
      *  仕入先マスタ取り込み処理（表の上限を超える分は件数のみ
      *  数える）
      ********************************************************
       SIR-LOAD-RTN               SECTION.
           READ  SIR-FILE
             AT  END
               MOVE  "1"  TO  SIR-END-FLG
             NOT  AT  END
               ADD  +1  TO  SIR-CNT
               IF  WK-SIR-CNT  <  WK-SIR-MAX
                 ADD  +1  TO  WK-SIR-CNT
                 MOVE  CFSIR-SIIRE-COD  TO  WK-SIR-COD  (WK-SIR-CNT)
                 MOVE  CFSIR-SIIRE-MEI  TO  WK-SIR-MEI  (WK-SIR-CNT)
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  評価期間の月判定処理（日付の年月から評価期間内の月の
      *  位置を求める。期間外はゼロ）
      ********************************************************
       TSUKI-HANTEI-RTN           SECTION.
           COMPUTE  WK-TSUKI-NO  =
                    WK-YM-YYYY  *  12  +  WK-YM-MM  -  1.
           COMPUTE  WK-T-IDX  =  WK-TSUKI-NO  -  WK-KIJUN-NO  +  1.
           IF  WK-T-IDX  <  1
             OR  WK-T-IDX  >  12
               MOVE  ZERO  TO  WK-T-IDX
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  仕入先検索処理（見つからなければWK-SIR-HITはゼロ）
      ********************************************************
       SIR-SRCH-RTN               SECTION.
           MOVE  ZERO  TO  WK-SIR-HIT.
           PERFORM  SIR-HIKAKU-RTN
             VARYING  WK-SIR-IDX  FROM  1  BY  1
               UNTIL  WK-SIR-IDX  >  WK-SIR-CNT
                  OR  WK-SIR-HIT  NOT  =  ZERO.
       EXT.
           EXIT.
      ********************************************************
      *  仕入先比較処理
      ********************************************************
       SIR-HIKAKU-RTN             SECTION.
           IF  WK-SIR-COD  (WK-SIR-IDX)  =  WK-SRCH-SIIRE-COD
             MOVE  WK-SIR-IDX  TO  WK-SIR-HIT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  充足率集計制御処理（発注ファイルを先頭から順に読む）
      ********************************************************
       POF-SHUKEI-CTL-RTN         SECTION.
           MOVE  ZERO  TO  HF010-PO-NO.
           MOVE  ZERO  TO  HF010-PO-GYO.
           START  POF-FILE  KEY  IS  NOT  <  HF010-PO-KEY
             INVALID  KEY
               GO  TO  EXT
           END-START.
           PERFORM  POF-SHUKEI-RTN  UNTIL  POF-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  充足率集計処理（入荷予定日が処理日までに到来した取消
      *  以外の発注行の発注数量と入庫済数量を入荷予定日の月へ
      *  積む。入庫済数量は発注数量を上限とする）
      ********************************************************
       POF-SHUKEI-RTN             SECTION.
           READ  POF-FILE  NEXT
             AT  END
               MOVE  "1"  TO  POF-END-FLG
               GO  TO  EXT
           END-READ.
           ADD  +1  TO  POF-CNT.
           IF  HF010-STATUS  =  "9"
             OR  HF010-YOTEI-DATE  >  WK-PC-DATE8
               GO  TO  EXT
           END-IF.
           MOVE  HF010-YOTEI-DATE  (1:6)  TO  WK-YM.
           PERFORM  TSUKI-HANTEI-RTN.
           IF  WK-T-IDX  =  ZERO
             GO  TO  EXT
           END-IF.
           MOVE  HF010-SIIRE-COD  TO  WK-SRCH-SIIRE-COD.
           PERFORM  SIR-SRCH-RTN.
           IF  WK-SIR-HIT  =  ZERO
             ADD  +1  TO  FUMEI-CNT
             GO  TO  EXT
           END-IF.
           ADD  HF010-HATCHU-SURYO  TO
                WK-S-HATCHU  (WK-SIR-HIT  WK-T-IDX).
           IF  HF010-NYUKO-SURYO  >  HF010-HATCHU-SURYO
             ADD  HF010-HATCHU-SURYO  TO
                  WK-S-NYUKO  (WK-SIR-HIT  WK-T-IDX)
           ELSE
             ADD  HF010-NYUKO-SURYO   TO
                  WK-S-NYUKO  (WK-SIR-HIT  WK-T-IDX)
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  入庫履歴入力処理
      ********************************************************
       RCV-READ-RTN               SECTION.
           READ  RCV-FILE
             AT  END
               MOVE  "1"  TO  RCV-END-FLG
             NOT  AT  END
               ADD  +1  TO  RCV-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  納期遵守集計処理（発注参照のある入庫行を発注の入荷予定
      *  日と比べ、入庫日の月へ納期内・遅延を積む。発注の無い
      *  入庫行は件数のみ数える）
      ********************************************************
       RCV-SHUKEI-RTN             SECTION.
           IF  RCV-PO-NO  =  ZERO
             GO  TO  NEXT-READ
           END-IF.
           MOVE  RCV-DATE  (1:6)  TO  WK-YM.
           PERFORM  TSUKI-HANTEI-RTN.
           IF  WK-T-IDX  =  ZERO
             GO  TO  NEXT-READ
           END-IF.
           MOVE  RCV-PO-NO   TO  HF010-PO-NO.
           MOVE  RCV-PO-GYO  TO  HF010-PO-GYO.
           READ  POF-FILE
             INVALID  KEY
               ADD  +1  TO  FUMEI-CNT
               GO  TO  NEXT-READ
           END-READ.
           IF  HF010-YOTEI-DATE  =  ZERO
             ADD  +1  TO  FUMEI-CNT
             GO  TO  NEXT-READ
           END-IF.
           MOVE  HF010-SIIRE-COD  TO  WK-SRCH-SIIRE-COD.
           PERFORM  SIR-SRCH-RTN.
           IF  WK-SIR-HIT  =  ZERO
             ADD  +1  TO  FUMEI-CNT
             GO  TO  NEXT-READ
           END-IF.
           ADD  +1  TO  WK-S-NYUKA-GYO  (WK-SIR-HIT  WK-T-IDX).
           IF  RCV-DATE  NOT  >  HF010-YOTEI-DATE
             ADD  +1  TO  WK-S-NOKI-GYO  (WK-SIR-HIT  WK-T-IDX)
           ELSE
             COMPUTE  WK-CHIEN-NISSU  =
                      FUNCTION  INTEGER-OF-DATE  (RCV-DATE)
                    -  FUNCTION  INTEGER-OF-DATE  (HF010-YOTEI-DATE)
             ADD  +1  TO  WK-S-CHIEN-GYO  (WK-SIR-HIT  WK-T-IDX)
             ADD  WK-CHIEN-NISSU  TO
                  WK-S-CHIEN-NISSU  (WK-SIR-HIT  WK-T-IDX)
           END-IF.
       NEXT-READ.
           PERFORM  RCV-READ-RTN.
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
      *  照合一致集計処理（請求行を請求書日付の月へ積み、買掛
      *  オープンアイテムに控えられた請求行を照合一致とする）
      ********************************************************
       IVF-SHUKEI-RTN             SECTION.
           MOVE  HF030-SEIKYU-DATE  (1:6)  TO  WK-YM.
           PERFORM  TSUKI-HANTEI-RTN.
           IF  WK-T-IDX  =  ZERO
             GO  TO  NEXT-READ
           END-IF.
           MOVE  HF030-SIIRE-COD  TO  WK-SRCH-SIIRE-COD.
           PERFORM  SIR-SRCH-RTN.
           IF  WK-SIR-HIT  =  ZERO
             ADD  +1  TO  FUMEI-CNT
             GO  TO  NEXT-READ
           END-IF.
           ADD  +1  TO  WK-S-SEIKYU-GYO  (WK-SIR-HIT  WK-T-IDX).
           MOVE  HF030-SIIRE-COD  TO  HAP-SIIRE-COD.
           MOVE  HF030-SEIKYU-NO  TO  HAP-SEIKYU-NO.
           READ  HAP-FILE
             INVALID  KEY
               GO  TO  NEXT-READ
           END-READ.
           ADD  +1  TO  WK-S-ITCHI-GYO  (WK-SIR-HIT  WK-T-IDX).
       NEXT-READ.
           PERFORM  IVF-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  返品集計処理（デビットノートの件数・数量を返品日の月へ
      *  積む）
      ********************************************************
       DBN-SHUKEI-RTN             SECTION.
           READ  DBN-FILE
             AT  END
               MOVE  "1"  TO  DBN-END-FLG
               GO  TO  EXT
           END-READ.
           ADD  +1  TO  DBN-CNT.
           MOVE  DBN-RTV-DATE  (1:6)  TO  WK-YM.
           PERFORM  TSUKI-HANTEI-RTN.
           IF  WK-T-IDX  =  ZERO
             GO  TO  EXT
           END-IF.
           MOVE  DBN-SIIRE-COD  TO  WK-SRCH-SIIRE-COD.
           PERFORM  SIR-SRCH-RTN.
           IF  WK-SIR-HIT  =  ZERO
             ADD  +1  TO  FUMEI-CNT
             GO  TO  EXT
           END-IF.
           ADD  +1          TO  WK-S-HENPIN-KEN    (WK-SIR-HIT
                                                    WK-T-IDX).
           ADD  DBN-SURYO   TO  WK-S-HENPIN-SURYO  (WK-SIR-HIT
                                                    WK-T-IDX).
       EXT.
           EXIT.
      ********************************************************
      *  不合格ロット集計処理（受入検査不合格で返品待ちに積まれ
      *  たロットを検査日の月へ積む。返品済も含める）
      ********************************************************
       HNP-SHUKEI-RTN             SECTION.
           READ  HNP-FILE
             AT  END
               MOVE  "1"  TO  HNP-END-FLG
               GO  TO  EXT
           END-READ.
           ADD  +1  TO  HNP-CNT.
           IF  HNP-GENIN-KBN  NOT  =  "1"
             GO  TO  EXT
           END-IF.
           MOVE  HNP-KENSA-DATE  (1:6)  TO  WK-YM.
           PERFORM  TSUKI-HANTEI-RTN.
           IF  WK-T-IDX  =  ZERO
             GO  TO  EXT
           END-IF.
           MOVE  HNP-SIIRE-COD  TO  WK-SRCH-SIIRE-COD.
           PERFORM  SIR-SRCH-RTN.
           IF  WK-SIR-HIT  =  ZERO
             ADD  +1  TO  FUMEI-CNT
             GO  TO  EXT
           END-IF.
           ADD  +1  TO  WK-S-FUGO-LOT  (WK-SIR-HIT  WK-T-IDX).
       EXT.
           EXIT.
      ********************************************************
      *  評価表印字処理（入力側。仕入先ごとに月別の実績と１２か
      *  月計・総合点を印字し、順位付けのためソートへ渡す）
      ********************************************************
       HYOKA-RTN                  SECTION.
           MOVE  "仕入先評価表"  TO  H1-TITLE.
           PERFORM  HYOKA-SIR-RTN
             VARYING  WK-SIR-IDX  FROM  1  BY  1
               UNTIL  WK-SIR-IDX  >  WK-SIR-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  仕入先別評価処理（期間中に実績の無い仕入先は除く）
      ********************************************************
       HYOKA-SIR-RTN              SECTION.
           INITIALIZE  WK-GOKEI.
           PERFORM  GOKEI-RTN
             VARYING  WK-T-IDX  FROM  1  BY  1
               UNTIL  WK-T-IDX  >  12.
           COMPUTE  WK-JISSEKI  =  WK-G-NYUKA-GYO  +  WK-G-HATCHU
                  +  WK-G-SEIKYU-GYO  +  WK-G-HENPIN-KEN
                  +  WK-G-FUGO-LOT.
           IF  WK-JISSEKI  =  ZERO
             GO  TO  EXT
           END-IF.
           ADD  +1  TO  HYOKA-CNT.
           PERFORM  MIDASHI-RTN.
           MOVE  WK-SIR-COD  (WK-SIR-IDX)  TO  H2-SIIRE-COD.
           MOVE  WK-SIR-MEI  (WK-SIR-IDX)  TO  H2-SIIRE-MEI.
           MOVE  H2-SIIRE  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  H3-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  SPACE  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           PERFORM  TSUKI-INSATU-RTN
             VARYING  WK-T-IDX  FROM  1  BY  1
               UNTIL  WK-T-IDX  >  12.
           MOVE  WK-GOKEI  TO  WK-KEI.
           PERFORM  RITU-RTN.
           PERFORM  TEN-RTN.
           PERFORM  MEISAI-HENSYU-RTN.
           MOVE  "12か月計"  TO  D1-YM.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  WK-TEN  TO  D4-TEN-TEN.
           MOVE  D4-TEN  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           PERFORM  RELEASE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  １２か月計集計処理
      ********************************************************
       GOKEI-RTN                  SECTION.
           MOVE  WK-SIR-TSUKI  (WK-SIR-IDX  WK-T-IDX)  TO  WK-KEI.
           ADD  WK-K-NYUKA-GYO     TO  WK-G-NYUKA-GYO.
           ADD  WK-K-NOKI-GYO      TO  WK-G-NOKI-GYO.
           ADD  WK-K-CHIEN-GYO     TO  WK-G-CHIEN-GYO.
           ADD  WK-K-CHIEN-NISSU   TO  WK-G-CHIEN-NISSU.
           ADD  WK-K-HATCHU        TO  WK-G-HATCHU.
           ADD  WK-K-NYUKO         TO  WK-G-NYUKO.
           ADD  WK-K-SEIKYU-GYO    TO  WK-G-SEIKYU-GYO.
           ADD  WK-K-ITCHI-GYO     TO  WK-G-ITCHI-GYO.
           ADD  WK-K-HENPIN-KEN    TO  WK-G-HENPIN-KEN.
           ADD  WK-K-HENPIN-SURYO  TO  WK-G-HENPIN-SURYO.
           ADD  WK-K-FUGO-LOT      TO  WK-G-FUGO-LOT.
       EXT.
           EXIT.
      ********************************************************
      *  月別明細印字処理（対象月の納期遵守率は順位表にも出す）
      ********************************************************
       TSUKI-INSATU-RTN           SECTION.
           MOVE  WK-SIR-TSUKI  (WK-SIR-IDX  WK-T-IDX)  TO  WK-KEI.
           PERFORM  RITU-RTN.
           PERFORM  MEISAI-HENSYU-RTN.
           MOVE  WK-TSUKI-YM  (WK-T-IDX)  TO  WK-YM.
           MOVE  WK-YM-YYYY    TO  WK-YM-H-YYYY.
           MOVE  WK-YM-MM      TO  WK-YM-H-MM.
           MOVE  WK-YM-HENSYU  TO  D1-YM.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           IF  WK-T-IDX  =  12
             MOVE  WK-NOKI-RITU   TO  WK-TOGETSU-RITU
             MOVE  WK-NOKI-NASHI  TO  WK-TOGETSU-NASHI
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  率算出処理（WK-KEIの実績から納期遵守率・平均遅延日数・
      *  充足率・照合一致率を求める。分母がゼロなら実績無し）
      ********************************************************
       RITU-RTN                   SECTION.
           MOVE  ZERO  TO  WK-NOKI-RITU    WK-CHIEN-AVG
                           WK-JUSOKU-RITU  WK-ITCHI-RITU.
           MOVE  "0"   TO  WK-NOKI-NASHI   WK-JUSOKU-NASHI
                           WK-ITCHI-NASHI.
           IF  WK-K-NYUKA-GYO  =  ZERO
             MOVE  "1"  TO  WK-NOKI-NASHI
           ELSE
             COMPUTE  WK-NOKI-RITU  ROUNDED  =
                      WK-K-NOKI-GYO  *  100  /  WK-K-NYUKA-GYO
           END-IF.
           IF  WK-K-CHIEN-GYO  NOT  =  ZERO
             COMPUTE  WK-CHIEN-AVG  ROUNDED  =
                      WK-K-CHIEN-NISSU  /  WK-K-CHIEN-GYO
             ON  SIZE  ERROR
               MOVE  999.9  TO  WK-CHIEN-AVG
             END-COMPUTE
           END-IF.
           IF  WK-K-HATCHU  =  ZERO
             MOVE  "1"  TO  WK-JUSOKU-NASHI
           ELSE
             COMPUTE  WK-JUSOKU-RITU  ROUNDED  =
                      WK-K-NYUKO  *  100  /  WK-K-HATCHU
           END-IF.
           IF  WK-K-SEIKYU-GYO  =  ZERO
             MOVE  "1"  TO  WK-ITCHI-NASHI
           ELSE
             COMPUTE  WK-ITCHI-RITU  ROUNDED  =
                      WK-K-ITCHI-GYO  *  100  /  WK-K-SEIKYU-GYO
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  総合点算出処理（実績の無い率は１００とする。下限０点）
      ********************************************************
       TEN-RTN                    SECTION.
           MOVE  WK-NOKI-RITU    TO  WK-TEN-NOKI.
           MOVE  WK-JUSOKU-RITU  TO  WK-TEN-JUSOKU.
           MOVE  WK-ITCHI-RITU   TO  WK-TEN-ITCHI.
           IF  WK-NOKI-NASHI  =  "1"
             MOVE  100  TO  WK-TEN-NOKI
           END-IF.
           IF  WK-JUSOKU-NASHI  =  "1"
             MOVE  100  TO  WK-TEN-JUSOKU
           END-IF.
           IF  WK-ITCHI-NASHI  =  "1"
             MOVE  100  TO  WK-TEN-ITCHI
           END-IF.
           COMPUTE  WK-TEN-KEISAN  ROUNDED  =
                  ( WK-TEN-NOKI    *  WK-WT-NOKI
                  +  WK-TEN-JUSOKU  *  WK-WT-JUSOKU
                  +  WK-TEN-ITCHI   *  WK-WT-ITCHI )  /  100
                  -  ( WK-K-HENPIN-KEN  +  WK-K-FUGO-LOT )
                     *  WK-GENTEN.
           IF  WK-TEN-KEISAN  <  ZERO
             MOVE  ZERO  TO  WK-TEN
           ELSE
             MOVE  WK-TEN-KEISAN  TO  WK-TEN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  明細編集処理（実績の無い率は「－」とする）
      ********************************************************
       MEISAI-HENSYU-RTN          SECTION.
           MOVE  WK-K-NYUKA-GYO     TO  D1-NYUKA-GYO.
           MOVE  WK-K-NOKI-GYO      TO  D1-NOKI-GYO.
           MOVE  WK-K-CHIEN-GYO     TO  D1-CHIEN-GYO.
           MOVE  WK-K-HATCHU        TO  D1-HATCHU.
           MOVE  WK-K-NYUKO         TO  D1-NYUKO.
           MOVE  WK-K-SEIKYU-GYO    TO  D1-SEIKYU-GYO.
           MOVE  WK-K-ITCHI-GYO     TO  D1-ITCHI-GYO.
           MOVE  WK-K-HENPIN-KEN    TO  D1-HENPIN-KEN.
           MOVE  WK-K-HENPIN-SURYO  TO  D1-HENPIN-SURYO.
           MOVE  WK-K-FUGO-LOT      TO  D1-FUGO-LOT.
           IF  WK-NOKI-NASHI  =  "1"
             MOVE  "   －"          TO  D1-NOKI-RITU-X
             MOVE  "   －"          TO  D1-CHIEN-AVG-X
           ELSE
             MOVE  WK-NOKI-RITU     TO  D1-NOKI-RITU
             MOVE  WK-CHIEN-AVG     TO  D1-CHIEN-AVG
           END-IF.
           IF  WK-JUSOKU-NASHI  =  "1"
             MOVE  "   －"          TO  D1-JUSOKU-RITU-X
           ELSE
             MOVE  WK-JUSOKU-RITU   TO  D1-JUSOKU-RITU
           END-IF.
           IF  WK-ITCHI-NASHI  =  "1"
             MOVE  "   －"          TO  D1-ITCHI-RITU-X
           ELSE
             MOVE  WK-ITCHI-RITU    TO  D1-ITCHI-RITU
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  ソート出力処理（１２か月計の率と総合点を渡す）
      ********************************************************
       RELEASE-RTN                SECTION.
           MOVE  WK-TEN             TO  SRT-TEN           IN  SRT-REC.
           MOVE  WK-SIR-COD  (WK-SIR-IDX)
                                    TO  SRT-SIIRE-COD     IN  SRT-REC.
           MOVE  WK-SIR-MEI  (WK-SIR-IDX)
                                    TO  SRT-SIIRE-MEI     IN  SRT-REC.
           MOVE  WK-NOKI-RITU       TO  SRT-NOKI-RITU     IN  SRT-REC.
           MOVE  WK-CHIEN-AVG       TO  SRT-CHIEN-AVG     IN  SRT-REC.
           MOVE  WK-JUSOKU-RITU     TO  SRT-JUSOKU-RITU   IN  SRT-REC.
           MOVE  WK-ITCHI-RITU      TO  SRT-ITCHI-RITU    IN  SRT-REC.
           MOVE  WK-TOGETSU-RITU    TO  SRT-TOGETSU-RITU  IN  SRT-REC.
           MOVE  WK-NOKI-NASHI      TO  SRT-NOKI-NASHI    IN  SRT-REC.
           MOVE  WK-JUSOKU-NASHI    TO  SRT-JUSOKU-NASHI  IN  SRT-REC.
           MOVE  WK-ITCHI-NASHI     TO  SRT-ITCHI-NASHI   IN  SRT-REC.
           MOVE  WK-TOGETSU-NASHI   TO  SRT-TOGETSU-NASHI IN  SRT-REC.
           MOVE  WK-G-HENPIN-KEN    TO  SRT-HENPIN-KEN    IN  SRT-REC.
           MOVE  WK-G-FUGO-LOT      TO  SRT-FUGO-LOT      IN  SRT-REC.
           RELEASE  SRT-REC.
       EXT.
           EXIT.
      ********************************************************
      *  評価順位表印字処理（出力側。総合点の高い順に印字し、
      *  同点は同順位とする）
      ********************************************************
       JUNI-RTN                   SECTION.
           MOVE  "仕入先評価順位表"  TO  H1-TITLE.
           MOVE  +99  TO  LINE-CNT.
           PERFORM  RETURN-RTN.
           IF  SRT-END-FLG  =  "1"
             PERFORM  JUNI-MIDASHI-RTN
             MOVE  D3-NASHI  TO  OEF-REC
             WRITE  OEF-REC  AFTER  1
             GO  TO  EXT
           END-IF.
           PERFORM  JUNI-INSATU-RTN  UNTIL  SRT-END-FLG  =  "1".
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
      *  評価順位明細印字処理
      ********************************************************
       JUNI-INSATU-RTN            SECTION.
           ADD  +1  TO  WK-JUNI-CNT.
           IF  SRT-TEN  IN  SRT-REC  NOT  =  WK-MAE-TEN
             MOVE  WK-JUNI-CNT  TO  WK-JUNI
             MOVE  SRT-TEN  IN  SRT-REC  TO  WK-MAE-TEN
           END-IF.
           IF  LINE-CNT  >  WK-PAGE-LINE-CNT
             PERFORM  JUNI-MIDASHI-RTN
           END-IF.
           MOVE  WK-JUNI                        TO  D2-JUNI-NO.
           MOVE  SRT-SIIRE-COD     IN  SRT-REC  TO  D2-SIIRE-COD.
           MOVE  SRT-SIIRE-MEI     IN  SRT-REC  TO  D2-SIIRE-MEI.
           MOVE  SRT-TEN           IN  SRT-REC  TO  D2-TEN.
           MOVE  SRT-HENPIN-KEN    IN  SRT-REC  TO  D2-HENPIN-KEN.
           MOVE  SRT-FUGO-LOT      IN  SRT-REC  TO  D2-FUGO-LOT.
           IF  SRT-NOKI-NASHI  IN  SRT-REC  =  "1"
             MOVE  "   －"  TO  D2-NOKI-RITU-X
             MOVE  "   －"  TO  D2-CHIEN-AVG-X
           ELSE
             MOVE  SRT-NOKI-RITU   IN  SRT-REC  TO  D2-NOKI-RITU
             MOVE  SRT-CHIEN-AVG   IN  SRT-REC  TO  D2-CHIEN-AVG
           END-IF.
           IF  SRT-JUSOKU-NASHI  IN  SRT-REC  =  "1"
             MOVE  "   －"  TO  D2-JUSOKU-RITU-X
           ELSE
             MOVE  SRT-JUSOKU-RITU  IN  SRT-REC  TO  D2-JUSOKU-RITU
           END-IF.
           IF  SRT-ITCHI-NASHI  IN  SRT-REC  =  "1"
             MOVE  "   －"  TO  D2-ITCHI-RITU-X
           ELSE
             MOVE  SRT-ITCHI-RITU  IN  SRT-REC  TO  D2-ITCHI-RITU
           END-IF.
           IF  SRT-TOGETSU-NASHI  IN  SRT-REC  =  "1"
             MOVE  "   －"  TO  D2-TOGETSU-RITU-X
           ELSE
             MOVE  SRT-TOGETSU-RITU  IN  SRT-REC  TO  D2-TOGETSU-RITU
           END-IF.
           MOVE  D2-JUNI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
           PERFORM  RETURN-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  見出し印刷処理（評価表は仕入先ごとに改ページ）
      ********************************************************
       MIDASHI-RTN                SECTION.
           MOVE  +0  TO  LINE-CNT.
           ADD   +1  TO  PAGE-CNT.
           MOVE  PAGE-CNT  TO  H1-PAGE-NO.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
       EXT.
           EXIT.
      ********************************************************
      *  見出し印刷処理（評価順位表）
      ********************************************************
       JUNI-MIDASHI-RTN           SECTION.
           PERFORM  MIDASHI-RTN.
           MOVE  H4-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  SPACE  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  RCV-FILE  IVF-FILE  POF-FILE  HAP-FILE  DBN-FILE
                  HNP-FILE  SIR-FILE  PRM-FILE  OEF-FILE.
           DISPLAY  "*** RCV-CNT="      RCV-CNT.
           DISPLAY  "*** IVF-CNT="      IVF-CNT.
           DISPLAY  "*** POF-CNT="      POF-CNT.
           DISPLAY  "*** DBN-CNT="      DBN-CNT.
           DISPLAY  "*** HNP-CNT="      HNP-CNT.
           DISPLAY  "*** SIR-CNT="      SIR-CNT.
           DISPLAY  "*** FUMEI-CNT="    FUMEI-CNT.
           DISPLAY  "*** HYOKA-CNT="    HYOKA-CNT.
           DISPLAY  "*** KHBM100  END ***".
       EXT.
           EXIT.
