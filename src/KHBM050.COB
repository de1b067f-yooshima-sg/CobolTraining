       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KHBM050.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：発注
      *  プログラム名      ：支払実行（総合振込ファイル作成）
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：ＧＬ仕訳の会社コード項目追加に対応
      ********************************************************
      *    買掛オープンアイテム（KHCF050）を仕入先・請求書番号順に
      *    読み、未払残のある未支払の伝票のうち支払予定日が支払日
      *    以前のものを仕入先ごとに１件の支払にまとめる。支払予定
      *    日は仕入先マスタ（KCCFSIR）の支払条件（締日・支払月・
      *    支払日）から請求書日付をもとに求め、支払条件の無い
      *    仕入先は伝票の支払期日とする。
      *    支払は全銀協フォーマット（１２０バイト固定長、種別２１
      *    ＝総合振込）の振込依頼ファイルへ仕入先振込口座マスタ
      *    （KCCFSBK）の口座あてに書き出し、仕入先ごとに改頁した
      *    支払通知書（ADV）を印字する。支払った伝票は未払残を
      *    消し込んで支払実行日を記録し、再度支払の対象としない。
      *    仕訳（借方：買掛金／貸方：当座預金、KUCF050形式）を
      *    ＧＬＦへ書き出す。口座未登録・停止中の仕入先は支払わず
      *    に支払実行リストへ保留として印字する。
      *    支払日・委託者コードは環境変数KHBM050_SHIHARAI_DATE
      *    （YYYYMMDD。省略時は当日）／KHBM050_ITAKU_CODから取得
      *    する
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  HAP-FILE  ASSIGN  TO  EXTERNAL  HAP
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  HAP-KEY.
           SELECT  SIR-FILE  ASSIGN  TO  EXTERNAL  SIR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSIR-SIIRE-COD.
           SELECT  SBK-FILE  ASSIGN  TO  EXTERNAL  SBK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSBK-SIIRE-COD.
           SELECT  ZGN-FILE  ASSIGN  TO  EXTERNAL  ZGN.
           SELECT  GLF-FILE  ASSIGN  TO  EXTERNAL  GLF.
           SELECT  ADV-FILE  ASSIGN  TO  EXTERNAL  ADV.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  HAP-FILE.
       01  HAP-REC.
           COPY  KHCF050.
       FD  SIR-FILE.
       01  SIR-REC.
           COPY  KCCFSIR.
       FD  SBK-FILE.
       01  SBK-REC.
           COPY  KCCFSBK.
       FD  ZGN-FILE.
       01  ZGN-REC                 PIC  X(120).
      *    支払仕訳（ＧＬ仕訳抽出ファイルと同一形式）
       FD  GLF-FILE.
       01  GLF-REC.
           COPY  KUCF050.
       FD  ADV-FILE.
       01  ADV-REC                 PIC  X(135).
       FD  OEF-FILE.
       01  OEF-REC                 PIC  X(135).
      *
       WORKING-STORAGE             SECTION.
       01  HAP-END-FLG             PIC  X(1)          VALUE  "0".
       01  HAP-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  SHIHARAI-CNT            PIC S9(9)  COMP-3  VALUE  +0.
       01  ZGN-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  HORYU-CNT               PIC S9(9)  COMP-3  VALUE  +0.
       01  GLF-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-PC-DATE8             PIC  9(08)          VALUE  ZERO.
       01  WK-SHIHARAI-DATE        PIC  9(08)          VALUE  ZERO.
       01  WK-ENV-DATE             PIC  X(08)          VALUE  SPACE.
       01  WK-ITAKU-COD            PIC  X(10)          VALUE  SPACE.
      *    仕入先ブレイク制御と仕入先ごとの支払可否（"1"＝口座
      *    あり・取引中）、保留理由
       01  WK-BREAK-SIIRE-COD      PIC  X(06)          VALUE  SPACE.
       01  WK-SIIRE-OK-FLG         PIC  X(01)          VALUE  SPACE.
       01  WK-SIR-FLG              PIC  X(01)          VALUE  SPACE.
       01  WK-HORYU-RIYU           PIC  X(20)          VALUE  SPACE.
       01  WK-SIIRE-MEI            PIC  X(20)          VALUE  SPACE.
      *    仕入先ごとの支払件数・支払額（保留分は保留額）
       01  WK-SIIRE-KEN            PIC S9(5)   COMP-3  VALUE  +0.
       01  WK-SIIRE-GOKEI          PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-GOKEI-KINGAKU        PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-HORYU-GOKEI          PIC S9(11)  COMP-3  VALUE  +0.
      *    支払予定日算出用
       01  WK-YOTEI-DATE           PIC  9(08)          VALUE  ZERO.
       01  WK-CALC-YMD             PIC  9(08)          VALUE  ZERO.
       01  WK-CALC-YMD-R  REDEFINES  WK-CALC-YMD.
         02  WK-CALC-YY            PIC  9(04).
         02  WK-CALC-MM            PIC  9(02).
         02  WK-CALC-DD            PIC  9(02).
       01  WK-MATSU-YMD            PIC  9(08)          VALUE  ZERO.
       01  WK-MATSU-YMD-R  REDEFINES  WK-MATSU-YMD.
         02  WK-MATSU-YY           PIC  9(04).
         02  WK-MATSU-MM           PIC  9(02).
         02  WK-MATSU-DD           PIC  9(02).
       01  WK-DATE-INT             PIC  9(08)          VALUE  ZERO.
      *    勘定科目（買掛金／当座預金）
       01  WK-KAMOKU-COD-KARI      PIC  X(6)           VALUE  "215100".
       01  WK-KAMOKU-MEI-KARI      PIC  X(20)          VALUE
                                      "買掛金".
       01  WK-KAMOKU-COD-KASI      PIC  X(6)           VALUE  "110200".
       01  WK-KAMOKU-MEI-KASI      PIC  X(20)          VALUE
                                      "当座預金".
      *    全銀ヘッダレコード（種別１、委託者情報）
       01  ZH-HEADER.
         02  FILLER                PIC  X(1)   VALUE  "1".
      *      種別コード（21＝総合振込）・コード区分（0＝ＪＩＳ）
         02  FILLER                PIC  X(2)   VALUE  "21".
         02  FILLER                PIC  X(1)   VALUE  "0".
         02  ZH-ITAKU-COD          PIC  X(10).
         02  FILLER                PIC  X(40)  VALUE  SPACE.
         02  ZH-FURIKOMI-MMDD      PIC  X(4).
         02  FILLER                PIC  X(62)  VALUE  SPACE.
      *    全銀データレコード（種別２、振込１件）
       01  ZD-DATA.
         02  FILLER                PIC  X(1)   VALUE  "2".
         02  ZD-GINKO-COD          PIC  9(4).
         02  FILLER                PIC  X(15)  VALUE  SPACE.
         02  ZD-SHITEN-COD         PIC  9(3).
         02  FILLER                PIC  X(15)  VALUE  SPACE.
         02  ZD-YOKIN-SYU          PIC  9(1).
         02  ZD-KOZA-NO            PIC  9(7).
         02  ZD-KOZA-MEI           PIC  X(30).
         02  ZD-KINGAKU            PIC  9(10).
         02  FILLER                PIC  X(1)   VALUE  "0".
         02  ZD-SIIRE-COD          PIC  X(6).
         02  FILLER                PIC  X(14)  VALUE  SPACE.
         02  FILLER                PIC  X(13)  VALUE  SPACE.
      *    全銀トレーラレコード（種別８、合計件数・金額）
       01  ZT-TRAILER.
         02  FILLER                PIC  X(1)   VALUE  "8".
         02  ZT-KEN                PIC  9(6).
         02  ZT-KINGAKU            PIC  9(12).
         02  FILLER                PIC  X(101) VALUE  SPACE.
      *    全銀エンドレコード（種別９）
       01  ZE-END.
         02  FILLER                PIC  X(1)   VALUE  "9".
         02  FILLER                PIC  X(119) VALUE  SPACE.
      *  支払通知書ヘッダ
       01  A1-OOMIDASHI.
         02  FILLER                PIC  X(10)  VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(18)  VALUE
                    "支　払　通　知　書".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER                PIC  X(3)   VALUE  SPACE.
         02  FILLER                PIC  X(4)   VALUE  "DATE".
         02  FILLER                PIC  X(1)   VALUE  SPACE.
         02  A1-DATE               PIC  9(08).
         02  FILLER                PIC  X(75)  VALUE  SPACE.
      *  支払通知書 仕入先・振込先見出し
       01  A2-SIIRE.
         02  FILLER                PIC  X(6)   VALUE  "仕入先".
         02  FILLER                PIC  X(1)   VALUE  SPACE.
         02  A2-SIIRE-COD          PIC  X(06).
         02  FILLER                PIC  X(1)   VALUE  SPACE.
         02  A2-SIIRE-MEI          PIC  X(20).
         02  FILLER                PIC  X(3)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "支払日".
         02  FILLER                PIC  X(1)   VALUE  SPACE.
         02  A2-SHIHARAI-DATE      PIC  9(08).
         02  FILLER                PIC  X(3)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "振込先".
         02  FILLER                PIC  X(1)   VALUE  SPACE.
         02  A2-GINKO-COD          PIC  9(04).
         02  FILLER                PIC  X(01)  VALUE  "-".
         02  A2-SHITEN-COD         PIC  9(03).
         02  FILLER                PIC  X(01)  VALUE  "-".
         02  A2-KOZA-NO            PIC  9(07).
         02  FILLER                PIC  X(57)  VALUE  SPACE.
      *  支払通知書 小見出し
       01  A3-KOMIDASHI.
         02  FILLER                PIC  X(10)  VALUE  "請求書番号".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(10)  VALUE  "請求書日付".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(10)  VALUE  "支払予定日".
         02  FILLER                PIC  X(6)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "請求額".
         02  FILLER                PIC  X(8)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "支払額".
         02  FILLER                PIC  X(75)  VALUE  SPACE.
      *  支払通知書 明細
       01  A4-MEISAI.
         02  A4-SEIKYU-NO          PIC  X(10).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  A4-SEIKYU-DATE        PIC  9(08).
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  A4-YOTEI-DATE         PIC  9(08).
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  A4-SEIKYU-GAKU        PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  A4-SHIHARAI-GAKU      PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER                PIC  X(73)  VALUE  SPACE.
      *  支払通知書 合計
       01  A5-GOKEI.
         02  FILLER                PIC  X(20)  VALUE
                    "＊お支払合計＊".
         02  FILLER                PIC  X(22)  VALUE  SPACE.
         02  A5-KINGAKU            PIC  ZZ,ZZZ,ZZZ,ZZ9-.
         02  FILLER                PIC  X(78)  VALUE  SPACE.
      *  支払実行リスト見出し
       01  H1-OOMIDASHI.
         02  FILLER                PIC  X(10)  VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(24)  VALUE
                    "支払実行リスト".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER                PIC  X(3)   VALUE  SPACE.
         02  FILLER                PIC  X(4)   VALUE  "DATE".
         02  FILLER                PIC  X(1)   VALUE  SPACE.
         02  H1-DATE               PIC  9(08).
         02  FILLER                PIC  X(3)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "支払日".
         02  FILLER                PIC  X(1)   VALUE  SPACE.
         02  H1-SHIHARAI-DATE      PIC  9(08).
         02  FILLER                PIC  X(51)  VALUE  SPACE.
       01  H2-KOMIDASHI.
         02  FILLER                PIC  X(6)   VALUE  "仕入先".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "仕入先名".
         02  FILLER                PIC  X(14)  VALUE  SPACE.
         02  FILLER                PIC  X(4)   VALUE  "件数".
         02  FILLER                PIC  X(10)  VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "支払額".
         02  FILLER                PIC  X(3)   VALUE  SPACE.
         02  FILLER                PIC  X(4)   VALUE  "備考".
         02  FILLER                PIC  X(78)  VALUE  SPACE.
       01  D1-MEISAI.
         02  D1-SIIRE-COD          PIC  X(06).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D1-SIIRE-MEI          PIC  X(20).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D1-KEN                PIC  ZZ,ZZ9.
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D1-KINGAKU            PIC  ZZ,ZZZ,ZZZ,ZZ9-.
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D1-BIKO               PIC  X(20).
         02  FILLER                PIC  X(60)  VALUE  SPACE.
       01  F1-GOKEI.
         02  F1-TITLE              PIC  X(12).
         02  F1-KEN                PIC  ZZ,ZZ9.
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  F1-KINGAKU            PIC  ZZ,ZZZ,ZZZ,ZZ9-.
         02  FILLER                PIC  X(100) VALUE  SPACE.
      *
      ********************************************************
      *  支払実行（仕入先ごとに支払をまとめて振込ファイルへ）
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  HAP-READ-RTN.
           PERFORM  SHIHARAI-CTL-RTN  UNTIL  HAP-END-FLG  =  "1".
           PERFORM  SIIRE-END-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（支払日・委託者コードを受け取り、振込ファイル
      *  のヘッダを書き出す）
      ********************************************************
       INIT-RTN                    SECTION.
           DISPLAY  "*** KHBM050 START ***".
           OPEN  I-O     HAP-FILE.
           OPEN  INPUT   SIR-FILE.
           OPEN  INPUT   SBK-FILE.
           OPEN  OUTPUT  ZGN-FILE.
           OPEN  OUTPUT  GLF-FILE.
           OPEN  OUTPUT  ADV-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           ACCEPT  WK-ENV-DATE
             FROM  ENVIRONMENT  "KHBM050_SHIHARAI_DATE".
           IF  WK-ENV-DATE  IS  NUMERIC
             MOVE  WK-ENV-DATE  TO  WK-SHIHARAI-DATE
           ELSE
             MOVE  WK-PC-DATE8  TO  WK-SHIHARAI-DATE
           END-IF.
           ACCEPT  WK-ITAKU-COD
             FROM  ENVIRONMENT  "KHBM050_ITAKU_COD".
           MOVE  WK-ITAKU-COD            TO  ZH-ITAKU-COD.
           MOVE  WK-SHIHARAI-DATE (5:4)  TO  ZH-FURIKOMI-MMDD.
           MOVE  ZH-HEADER  TO  ZGN-REC.
           WRITE  ZGN-REC.
           MOVE  WK-PC-DATE8       TO  H1-DATE  A1-DATE.
           MOVE  WK-SHIHARAI-DATE  TO  H1-SHIHARAI-DATE.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  H2-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
       EXT.
           EXIT.
      ********************************************************
      *  買掛オープンアイテム入力処理
      ********************************************************
       HAP-READ-RTN                SECTION.
           READ  HAP-FILE  NEXT
             AT  END
               MOVE  "1"  TO  HAP-END-FLG
             NOT  AT  END
               ADD  +1  TO  HAP-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  支払制御処理（仕入先が替わるごとに前の仕入先の支払を
      *  締め、新しい仕入先の口座・支払条件を引き当てる）
      ********************************************************
       SHIHARAI-CTL-RTN            SECTION.
           IF  HAP-SIIRE-COD  NOT  =  WK-BREAK-SIIRE-COD
             PERFORM  SIIRE-END-RTN
             PERFORM  SIIRE-BREAK-RTN
           END-IF.
           IF  HAP-STATUS  NOT  =  "0"
             OR  HAP-OPEN-GAKU  NOT  >  ZERO
               GO  TO  NEXT-READ
           END-IF.
           IF  HAP-SHIHARAI-DATE  IS  NUMERIC
             AND  HAP-SHIHARAI-DATE  NOT  =  ZERO
               GO  TO  NEXT-READ
           END-IF.
           PERFORM  YOTEI-RTN.
           IF  WK-YOTEI-DATE  >  WK-SHIHARAI-DATE
             GO  TO  NEXT-READ
           END-IF.
           IF  WK-SIIRE-OK-FLG  NOT  =  "1"
             ADD  HAP-OPEN-GAKU  TO  WK-HORYU-GOKEI
             ADD  +1  TO  WK-SIIRE-KEN
             GO  TO  NEXT-READ
           END-IF.
           PERFORM  SHIHARAI-RTN.
       NEXT-READ.
           PERFORM  HAP-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  仕入先ブレイク処理（仕入先マスタ・振込口座を引き当てて
      *  支払可否を決める）
      ********************************************************
       SIIRE-BREAK-RTN             SECTION.
           MOVE  HAP-SIIRE-COD  TO  WK-BREAK-SIIRE-COD.
           MOVE  ZERO   TO  WK-SIIRE-KEN  WK-SIIRE-GOKEI
                            WK-HORYU-GOKEI.
           MOVE  SPACE  TO  WK-SIIRE-OK-FLG  WK-SIR-FLG
                            WK-HORYU-RIYU  WK-SIIRE-MEI.
           MOVE  HAP-SIIRE-COD  TO  CFSIR-SIIRE-COD.
           READ  SIR-FILE
             INVALID  KEY
               MOVE  "仕入先マスタ無し"  TO  WK-HORYU-RIYU
               GO  TO  EXT
           END-READ.
           MOVE  "1"              TO  WK-SIR-FLG.
           MOVE  CFSIR-SIIRE-MEI  TO  WK-SIIRE-MEI.
           IF  CFSIR-ACTIVE-FLG  NOT  =  "1"
             MOVE  "仕入先停止中"  TO  WK-HORYU-RIYU
             GO  TO  EXT
           END-IF.
           MOVE  HAP-SIIRE-COD  TO  CFSBK-SIIRE-COD.
           READ  SBK-FILE
             INVALID  KEY
               MOVE  "振込口座未登録"  TO  WK-HORYU-RIYU
               GO  TO  EXT
           END-READ.
           MOVE  "1"  TO  WK-SIIRE-OK-FLG.
       EXT.
           EXIT.
      ********************************************************
      *  支払予定日算出処理（締日を過ぎた請求は翌月締めとし、
      *  締めた月に支払月を加えた月の支払日（99・月末超は月末）
      *  とする。支払条件の無い仕入先は伝票の支払期日）
      ********************************************************
       YOTEI-RTN                   SECTION.
           MOVE  HAP-DUE-DATE  TO  WK-YOTEI-DATE.
           IF  WK-SIR-FLG  NOT  =  "1"
             GO  TO  EXT
           END-IF.
           IF  CFSIR-SHIME-DD  =  ZERO
             AND  CFSIR-SHIHARAI-TSUKI  =  ZERO
             AND  CFSIR-SHIHARAI-DD  =  ZERO
               GO  TO  EXT
           END-IF.
           MOVE  HAP-SEIKYU-DATE  TO  WK-CALC-YMD.
           IF  CFSIR-SHIME-DD  NOT  =  ZERO
             AND  CFSIR-SHIME-DD  <  WK-CALC-DD
               ADD  1  TO  WK-CALC-MM
           END-IF.
           ADD  CFSIR-SHIHARAI-TSUKI  TO  WK-CALC-MM.
           IF  WK-CALC-MM  >  12
             SUBTRACT  12  FROM  WK-CALC-MM
             ADD  1  TO  WK-CALC-YY
           END-IF.
      *    支払月の月末日（翌月１日の前日）
           MOVE  WK-CALC-YY  TO  WK-MATSU-YY.
           MOVE  WK-CALC-MM  TO  WK-MATSU-MM.
           MOVE  01          TO  WK-MATSU-DD.
           ADD  1  TO  WK-MATSU-MM.
           IF  WK-MATSU-MM  >  12
             SUBTRACT  12  FROM  WK-MATSU-MM
             ADD  1  TO  WK-MATSU-YY
           END-IF.
           COMPUTE  WK-DATE-INT  =
                    FUNCTION  INTEGER-OF-DATE  (WK-MATSU-YMD)  -  1.
           COMPUTE  WK-MATSU-YMD  =
                    FUNCTION  DATE-OF-INTEGER  (WK-DATE-INT).
           IF  CFSIR-SHIHARAI-DD  =  ZERO
             OR  CFSIR-SHIHARAI-DD  >=  WK-MATSU-DD
               MOVE  WK-MATSU-YMD  TO  WK-YOTEI-DATE
           ELSE
               MOVE  CFSIR-SHIHARAI-DD  TO  WK-CALC-DD
               MOVE  WK-CALC-YMD        TO  WK-YOTEI-DATE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  支払処理（伝票を支払済にして支払通知書へ印字する。
      *  仕入先の最初の支払伝票で通知書を改頁する）
      ********************************************************
       SHIHARAI-RTN                SECTION.
           IF  WK-SIIRE-KEN  =  ZERO
             PERFORM  ADV-MIDASHI-RTN
           END-IF.
           MOVE  HAP-SEIKYU-NO     TO  A4-SEIKYU-NO.
           MOVE  HAP-SEIKYU-DATE   TO  A4-SEIKYU-DATE.
           MOVE  WK-YOTEI-DATE     TO  A4-YOTEI-DATE.
           MOVE  HAP-SEIKYU-GAKU   TO  A4-SEIKYU-GAKU.
           MOVE  HAP-OPEN-GAKU     TO  A4-SHIHARAI-GAKU.
           MOVE  A4-MEISAI  TO  ADV-REC.
           WRITE  ADV-REC  AFTER  1.
           ADD  +1             TO  WK-SIIRE-KEN.
           ADD  +1             TO  SHIHARAI-CNT.
           ADD  HAP-OPEN-GAKU  TO  WK-SIIRE-GOKEI.
           MOVE  ZERO              TO  HAP-OPEN-GAKU.
           MOVE  "1"               TO  HAP-STATUS.
           MOVE  WK-SHIHARAI-DATE  TO  HAP-LAST-SHIHARAI-DATE.
           MOVE  WK-SHIHARAI-DATE  TO  HAP-SHIHARAI-DATE.
           REWRITE  HAP-REC.
       EXT.
           EXIT.
      ********************************************************
      *  支払通知書見出し印字処理
      ********************************************************
       ADV-MIDASHI-RTN             SECTION.
           MOVE  A1-OOMIDASHI  TO  ADV-REC.
           WRITE  ADV-REC  AFTER  PAGE.
           MOVE  HAP-SIIRE-COD     TO  A2-SIIRE-COD.
           MOVE  WK-SIIRE-MEI      TO  A2-SIIRE-MEI.
           MOVE  WK-SHIHARAI-DATE  TO  A2-SHIHARAI-DATE.
           MOVE  CFSBK-GINKO-COD   TO  A2-GINKO-COD.
           MOVE  CFSBK-SHITEN-COD  TO  A2-SHITEN-COD.
           MOVE  CFSBK-KOZA-NO     TO  A2-KOZA-NO.
           MOVE  A2-SIIRE  TO  ADV-REC.
           WRITE  ADV-REC  AFTER  2.
           MOVE  A3-KOMIDASHI  TO  ADV-REC.
           WRITE  ADV-REC  AFTER  2.
       EXT.
           EXIT.
      ********************************************************
      *  仕入先終了処理（支払った仕入先は振込データ・仕訳・
      *  通知書合計を、保留した仕入先は保留額をリストへ出す）
      ********************************************************
       SIIRE-END-RTN               SECTION.
           IF  WK-BREAK-SIIRE-COD  =  SPACE
             OR  WK-SIIRE-KEN  =  ZERO
               GO  TO  EXT
           END-IF.
           MOVE  WK-BREAK-SIIRE-COD  TO  D1-SIIRE-COD.
           MOVE  WK-SIIRE-MEI        TO  D1-SIIRE-MEI.
           MOVE  WK-SIIRE-KEN        TO  D1-KEN.
           IF  WK-SIIRE-OK-FLG  NOT  =  "1"
             MOVE  WK-HORYU-GOKEI  TO  D1-KINGAKU
             MOVE  WK-HORYU-RIYU   TO  D1-BIKO
             MOVE  D1-MEISAI  TO  OEF-REC
             WRITE  OEF-REC  AFTER  1
             ADD  +1  TO  HORYU-CNT
             GO  TO  EXT
           END-IF.
           PERFORM  ZGN-WRITE-RTN.
           PERFORM  SHIWAKE-RTN.
           MOVE  WK-SIIRE-GOKEI  TO  A5-KINGAKU.
           MOVE  A5-GOKEI  TO  ADV-REC.
           WRITE  ADV-REC  AFTER  2.
           MOVE  WK-SIIRE-GOKEI  TO  D1-KINGAKU.
           MOVE  SPACE           TO  D1-BIKO.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
       EXT.
           EXIT.
      ********************************************************
      *  全銀データレコード出力処理（仕入先ごとに１件）
      ********************************************************
       ZGN-WRITE-RTN               SECTION.
           MOVE  CFSBK-GINKO-COD     TO  ZD-GINKO-COD.
           MOVE  CFSBK-SHITEN-COD    TO  ZD-SHITEN-COD.
           MOVE  CFSBK-YOKIN-SYU     TO  ZD-YOKIN-SYU.
           MOVE  CFSBK-KOZA-NO       TO  ZD-KOZA-NO.
           MOVE  CFSBK-KOZA-MEI      TO  ZD-KOZA-MEI.
           MOVE  WK-SIIRE-GOKEI      TO  ZD-KINGAKU.
           MOVE  WK-BREAK-SIIRE-COD  TO  ZD-SIIRE-COD.
           MOVE  ZD-DATA  TO  ZGN-REC.
           WRITE  ZGN-REC.
           ADD  +1  TO  ZGN-CNT.
           ADD  WK-SIIRE-GOKEI  TO  WK-GOKEI-KINGAKU.
       EXT.
           EXIT.
      ********************************************************
      *  支払仕訳出力処理（借方：買掛金／貸方：当座預金）
      ********************************************************
       SHIWAKE-RTN                 SECTION.
           MOVE  WK-SHIHARAI-DATE  (1:6)  TO  GLJ-DENPYO-YM.
           MOVE  "1"                  TO  GLJ-KASHIKARI-KBN.
           MOVE  WK-KAMOKU-COD-KARI   TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-MEI-KARI   TO  GLJ-KAMOKU-MEI.
           MOVE  SPACE                TO  GLJ-TOKU-COD.
           MOVE  WK-SIIRE-GOKEI       TO  GLJ-KINGAKU.
           MOVE  WK-BREAK-SIIRE-COD   TO  GLJ-HOJO-COD.
           MOVE  SPACE                TO  GLJ-KAISHA-COD.
           WRITE  GLF-REC.
           ADD  +1  TO  GLF-CNT.
           MOVE  WK-SHIHARAI-DATE  (1:6)  TO  GLJ-DENPYO-YM.
           MOVE  "2"                  TO  GLJ-KASHIKARI-KBN.
           MOVE  WK-KAMOKU-COD-KASI   TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-MEI-KASI   TO  GLJ-KAMOKU-MEI.
           MOVE  SPACE                TO  GLJ-TOKU-COD.
           MOVE  WK-SIIRE-GOKEI       TO  GLJ-KINGAKU.
           MOVE  WK-BREAK-SIIRE-COD   TO  GLJ-HOJO-COD.
           MOVE  SPACE                TO  GLJ-KAISHA-COD.
           WRITE  GLF-REC.
           ADD  +1  TO  GLF-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理（トレーラ・エンドレコードと合計行を出力する）
      ********************************************************
       TERM-RTN                    SECTION.
           MOVE  ZGN-CNT           TO  ZT-KEN.
           MOVE  WK-GOKEI-KINGAKU  TO  ZT-KINGAKU.
           MOVE  ZT-TRAILER  TO  ZGN-REC.
           WRITE  ZGN-REC.
           MOVE  ZE-END      TO  ZGN-REC.
           WRITE  ZGN-REC.
           MOVE  "＊支払計＊"      TO  F1-TITLE.
           MOVE  ZGN-CNT           TO  F1-KEN.
           MOVE  WK-GOKEI-KINGAKU  TO  F1-KINGAKU.
           MOVE  F1-GOKEI    TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           CLOSE  HAP-FILE  SIR-FILE  SBK-FILE  ZGN-FILE  GLF-FILE
                  ADV-FILE  OEF-FILE.
           DISPLAY  "*** HAP-CNT     ="  HAP-CNT.
           DISPLAY  "*** SHIHARAI-CNT="  SHIHARAI-CNT.
           DISPLAY  "*** ZGN-CNT     ="  ZGN-CNT.
           DISPLAY  "*** HORYU-CNT   ="  HORYU-CNT.
           DISPLAY  "*** GLF-CNT     ="  GLF-CNT.
           DISPLAY  "*** KHBM050   END ***".
       EXT.
           EXIT.
