       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM290.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：返金振込ファイル作成（全銀形式）
      * 作成日／作成者：２０２６年１０月１５日  システム技研
      * 変更日／変更者：２０２６年１０月１５日  システム技研
      *       変更内容：ＧＬ仕訳の会社コード項目追加に対応
      *               ：返金仕訳を得意先の会社へ計上
      ********************************************************
      *  返金申請（KUCF185）の承認済み（状態"1"）の申請を読み、
      *  得意先の振込先口座（KCCFBNK）への返金を全銀協フォーマット
      *  （１２０バイト固定長、種別２１＝総合振込）の振込依頼
      *  ファイルへ書き出す。返金額は申請額と売掛オープンアイテム
      *  （KUCF135）の現在の貸方残の小さい方とし、貸方残が無く
      *  なっている申請は振り込まない。承認後に振込先口座が変更
      *  され（変更日から３０日以内）二次承認を得ていない申請は
      *  振り込まずに承認待ちへ戻し、返金承認（KUBM285）で二次
      *  承認を受けさせる。
      *  振り込んだ申請はオープンアイテムの貸方残を消し込み、
      *  仕訳（借方：売掛金／貸方：当座預金、KUCF050形式）をGLF
      *  へ、売掛残高（kccmtok）を戻す調整（KUCF070形式のマイナス
      *  入金）をRFNへ書き出して、申請を振込済（状態"3"）とする。
      *  RFNはKUBM035の入金ファイルへ連結して残高を更新する。
      *  委託者コード・振込日は環境変数KUBM290_ITAKU_COD／
      *  KUBM290_FURIKOMI_MMDD（ＭＭＤＤ４桁）から取得する。
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  HNK-FILE  ASSIGN  TO  EXTERNAL  HNK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  HNK-KEY.
           SELECT  OPI-FILE  ASSIGN  TO  EXTERNAL  OPI
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  OPI-KEY.
           SELECT  BNK-FILE  ASSIGN  TO  EXTERNAL  BNK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFBNK-TOKU-COD.
           SELECT  ZGN-FILE  ASSIGN  TO  EXTERNAL  ZGN.
           SELECT  GLF-FILE  ASSIGN  TO  EXTERNAL  GLF.
           SELECT  RFN-FILE  ASSIGN  TO  EXTERNAL  RFN.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  HNK-FILE.
       01  HNK-REC.
           COPY  KUCF185.
       FD  OPI-FILE.
       01  OPI-REC.
           COPY  KUCF135.
       FD  BNK-FILE.
       01  BNK-REC.
           COPY  KCCFBNK.
       FD  ZGN-FILE.
       01  ZGN-REC                PIC  X(120).
       FD  GLF-FILE.
       01  GLF-REC.
           COPY  KUCF050.
       FD  RFN-FILE.
       01  RFN-REC.
           COPY  KUCF070.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE            SECTION.
       01  HNK-END-FLG            PIC  X(1)          VALUE  "0".
       01  HNK-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  ZGN-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  SKP-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  MODOSHI-CNT            PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-GOKEI-KINGAKU       PIC S9(11) COMP-3  VALUE  +0.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
       01  WK-ITAKU-COD           PIC  X(10)          VALUE  SPACE.
       01  WK-FURIKOMI-MMDD       PIC  X(04)          VALUE  SPACE.
      *    今回の返金額と口座変更からの経過日数
       01  WK-HENKIN-GAKU         PIC S9(09)          VALUE  ZERO.
       01  WK-HENKO-DAYS          PIC S9(07)          VALUE  ZERO.
      *    振り込まなかった理由（明細の備考へ印字）
       01  WK-BIKO                PIC  X(20)          VALUE  SPACE.
      *    勘定科目（売掛金／当座預金）
       01  WK-KAMOKU-URIKAKE      PIC  X(6)           VALUE  "140100".
       01  WK-KAMOKU-URIKAKE-MEI  PIC  X(20)          VALUE
                                     "売掛金".
       01  WK-KAMOKU-TOUZA        PIC  X(6)           VALUE  "110200".
       01  WK-KAMOKU-TOUZA-MEI    PIC  X(20)          VALUE
                                     "当座預金".
      *    全銀ヘッダレコード（種別１、委託者情報）
       01  ZH-HEADER.
         02  FILLER               PIC  X(1)   VALUE  "1".
      *      種別コード（21＝総合振込）・コード区分（0＝ＪＩＳ）
         02  FILLER               PIC  X(2)   VALUE  "21".
         02  FILLER               PIC  X(1)   VALUE  "0".
         02  ZH-ITAKU-COD         PIC  X(10).
         02  FILLER               PIC  X(40)  VALUE  SPACE.
         02  ZH-FURIKOMI-MMDD     PIC  X(4).
         02  FILLER               PIC  X(62)  VALUE  SPACE.
      *    全銀データレコード（種別２、振込１件）
       01  ZD-DATA.
         02  FILLER               PIC  X(1)   VALUE  "2".
         02  ZD-GINKO-COD         PIC  9(4).
         02  FILLER               PIC  X(15)  VALUE  SPACE.
         02  ZD-SHITEN-COD        PIC  9(3).
         02  FILLER               PIC  X(15)  VALUE  SPACE.
         02  ZD-YOKIN-SYU         PIC  9(1).
         02  ZD-KOZA-NO           PIC  9(7).
         02  ZD-KOZA-MEI          PIC  X(30).
         02  ZD-KINGAKU           PIC  9(10).
         02  FILLER               PIC  X(1)   VALUE  "0".
         02  ZD-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(16)  VALUE  SPACE.
         02  FILLER               PIC  X(13)  VALUE  SPACE.
      *    全銀トレーラレコード（種別８、合計件数・金額）
       01  ZT-TRAILER.
         02  FILLER               PIC  X(1)   VALUE  "8".
         02  ZT-KEN               PIC  9(6).
         02  ZT-KINGAKU           PIC  9(12).
         02  FILLER               PIC  X(101) VALUE  SPACE.
      *    全銀エンドレコード（種別９）
       01  ZE-END.
         02  FILLER               PIC  X(1)   VALUE  "9".
         02  FILLER               PIC  X(119) VALUE  SPACE.
      *    返金振込リスト見出し・明細
       01  H1-MIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(24)  VALUE
                    "返金振込リスト".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "DATE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-DATE              PIC  9(08).
         02  FILLER               PIC  X(67)  VALUE  SPACE.
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(6)   VALUE  "得意先".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "銀行".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "支店".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "口座番号".
         02  FILLER               PIC  X(8)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "請求年月".
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "返金金額".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "備考".
         02  FILLER               PIC  X(67)  VALUE  SPACE.
       01  D1-MEISAI.
         02  D1-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-GINKO-COD         PIC  9(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHITEN-COD        PIC  9(3).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  D1-KOZA-NO           PIC  9(7).
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  D1-YM                PIC  9(6).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-KINGAKU           PIC  --,---,---,--9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-BIKO              PIC  X(20).
         02  FILLER               PIC  X(56)  VALUE  SPACE.
       01  F1-GOKEI.
         02  FILLER               PIC  X(12)  VALUE  "＊合計＊".
         02  F1-KEN               PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  F1-KINGAKU           PIC  --,---,---,--9.
         02  FILLER               PIC  X(101) VALUE  SPACE.
      *
      ********************************************************
      * 返金振込ファイル作成
      ********************************************************
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  HENSYU-RTN  UNTIL  HNK-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      * 開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KUBM290 START ***".
           OPEN  I-O     HNK-FILE.
           OPEN  I-O     OPI-FILE.
           OPEN  INPUT   BNK-FILE.
           OPEN  OUTPUT  ZGN-FILE.
           OPEN  OUTPUT  GLF-FILE.
           OPEN  OUTPUT  RFN-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           ACCEPT  WK-ITAKU-COD
             FROM  ENVIRONMENT  "KUBM290_ITAKU_COD".
           ACCEPT  WK-FURIKOMI-MMDD
             FROM  ENVIRONMENT  "KUBM290_FURIKOMI_MMDD".
           MOVE  WK-ITAKU-COD      TO  ZH-ITAKU-COD.
           MOVE  WK-FURIKOMI-MMDD  TO  ZH-FURIKOMI-MMDD.
           MOVE  ZH-HEADER  TO  ZGN-REC.
           WRITE  ZGN-REC.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           MOVE  H1-MIDASHI   TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  H2-KOMIDASHI TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  LOW-VALUE  TO  HNK-KEY.
           START  HNK-FILE  KEY  >=  HNK-KEY
             INVALID  KEY
               MOVE  "1"  TO  HNK-END-FLG
           END-START.
           PERFORM  READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 入力処理
      ********************************************************
       READ-RTN                   SECTION.
           IF  HNK-END-FLG  =  "1"
             GO  TO  EXT
           END-IF.
           READ  HNK-FILE  NEXT
           AT  END
             MOVE  "1"  TO  HNK-END-FLG
           NOT  AT  END
             ADD  +1  TO  HNK-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 編集処理（承認済みの申請だけを振り込む。口座未登録・
      * 貸方残の消滅・承認後の口座変更は振り込まずに印字する）
      ********************************************************
       HENSYU-RTN                 SECTION.
           IF  HNK-STATUS  NOT  =  "1"
             GO  TO  NEXT-READ
           END-IF.
           MOVE  SPACE  TO  WK-BIKO.
           MOVE  ZERO   TO  WK-HENKIN-GAKU.
           MOVE  HNK-TOKU-COD  TO  CFBNK-TOKU-COD.
           READ  BNK-FILE
             INVALID  KEY
               MOVE  ZERO   TO  CFBNK-GINKO-COD  CFBNK-SHITEN-COD
                                CFBNK-KOZA-NO
               MOVE  "口座未登録"  TO  WK-BIKO
               PERFORM  SKIP-RTN
               GO  TO  NEXT-READ
           END-READ.
           IF  CFBNK-HENKO-DATE  NUMERIC
             AND  CFBNK-HENKO-DATE  NOT  =  ZERO
               COMPUTE  WK-HENKO-DAYS  =
                        FUNCTION  INTEGER-OF-DATE  (WK-PC-DATE8)
                        -  FUNCTION  INTEGER-OF-DATE
                                     (CFBNK-HENKO-DATE)
               IF  WK-HENKO-DAYS  <  30
                 AND  HNK-APPROVE2-USER  =  SPACE
                   MOVE  "0"  TO  HNK-STATUS
                   MOVE  "1"  TO  HNK-NIJI-FLG
                   REWRITE  HNK-REC
                   ADD  +1  TO  MODOSHI-CNT
                   MOVE  "口座変更・二次承認要"  TO  WK-BIKO
                   PERFORM  SKIP-RTN
                   GO  TO  NEXT-READ
               END-IF
           END-IF.
           MOVE  HNK-KEY  TO  OPI-KEY.
           READ  OPI-FILE
             INVALID  KEY
               MOVE  ZERO  TO  OPI-OPEN-GAKU
           END-READ.
           IF  OPI-OPEN-GAKU  NOT  <  ZERO
             MOVE  "貸方残なし"  TO  WK-BIKO
             PERFORM  SKIP-RTN
             GO  TO  NEXT-READ
           END-IF.
           COMPUTE  WK-HENKIN-GAKU  =  ZERO  -  OPI-OPEN-GAKU.
           IF  HNK-HENKIN-GAKU  <  WK-HENKIN-GAKU
             MOVE  HNK-HENKIN-GAKU  TO  WK-HENKIN-GAKU
           END-IF.
           PERFORM  ZGN-WRITE-RTN.
           PERFORM  KESHIKOMI-RTN.
           PERFORM  SHIWAKE-RTN.
       NEXT-READ.
           PERFORM  READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 全銀データレコード出力処理
      ********************************************************
       ZGN-WRITE-RTN              SECTION.
           MOVE  CFBNK-GINKO-COD    TO  ZD-GINKO-COD.
           MOVE  CFBNK-SHITEN-COD   TO  ZD-SHITEN-COD.
           MOVE  CFBNK-YOKIN-SYU    TO  ZD-YOKIN-SYU.
           MOVE  CFBNK-KOZA-NO      TO  ZD-KOZA-NO.
           MOVE  CFBNK-KOZA-MEI     TO  ZD-KOZA-MEI.
           MOVE  WK-HENKIN-GAKU     TO  ZD-KINGAKU.
           MOVE  HNK-TOKU-COD       TO  ZD-TOKU-COD.
           MOVE  ZD-DATA  TO  ZGN-REC.
           WRITE  ZGN-REC.
           ADD  +1  TO  ZGN-CNT.
           ADD  WK-HENKIN-GAKU  TO  WK-GOKEI-KINGAKU.
           PERFORM  OEF-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 消込処理（オープンアイテムの貸方残を返金額だけ戻し、
      * 申請を振込済にして、残高を戻す調整入金を書き出す）
      ********************************************************
       KESHIKOMI-RTN              SECTION.
           ADD  WK-HENKIN-GAKU  TO  OPI-OPEN-GAKU.
           IF  OPI-OPEN-GAKU  =  ZERO
             MOVE  "1"  TO  OPI-STATUS
           END-IF.
           REWRITE  OPI-REC.
           MOVE  "3"              TO  HNK-STATUS.
           MOVE  WK-HENKIN-GAKU   TO  HNK-HENKIN-GAKU.
           MOVE  WK-PC-DATE8      TO  HNK-FURIKOMI-DATE.
           REWRITE  HNK-REC.
           MOVE  HNK-TOKU-COD     TO  NYU-TOKU-COD.
           MOVE  WK-PC-DATE8      TO  NYU-NYUKIN-DATE.
           COMPUTE  NYU-KINGAKU  =  ZERO  -  WK-HENKIN-GAKU.
           WRITE  RFN-REC.
       EXT.
           EXIT.
      ********************************************************
      * 仕訳出力処理（借方：売掛金／貸方：当座預金。会社は
      * オープンアイテムの会社）
      ********************************************************
       SHIWAKE-RTN                SECTION.
           MOVE  WK-PC-DATE8  (1:6)  TO  GLJ-DENPYO-YM.
           MOVE  "1"                 TO  GLJ-KASHIKARI-KBN.
           MOVE  WK-KAMOKU-URIKAKE   TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-URIKAKE-MEI  TO  GLJ-KAMOKU-MEI.
           MOVE  HNK-TOKU-COD        TO  GLJ-TOKU-COD.
           MOVE  WK-HENKIN-GAKU      TO  GLJ-KINGAKU.
           MOVE  SPACE               TO  GLJ-HOJO-COD.
           MOVE  OPI-KAISHA-COD      TO  GLJ-KAISHA-COD.
           WRITE  GLF-REC.
           MOVE  WK-PC-DATE8  (1:6)  TO  GLJ-DENPYO-YM.
           MOVE  "2"                 TO  GLJ-KASHIKARI-KBN.
           MOVE  WK-KAMOKU-TOUZA     TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-TOUZA-MEI  TO  GLJ-KAMOKU-MEI.
           MOVE  HNK-TOKU-COD        TO  GLJ-TOKU-COD.
           MOVE  WK-HENKIN-GAKU      TO  GLJ-KINGAKU.
           MOVE  SPACE               TO  GLJ-HOJO-COD.
           MOVE  OPI-KAISHA-COD      TO  GLJ-KAISHA-COD.
           WRITE  GLF-REC.
       EXT.
           EXIT.
      ********************************************************
      * 対象外処理（振り込まない申請を備考つきで印字する）
      ********************************************************
       SKIP-RTN                   SECTION.
           ADD  +1  TO  SKP-CNT.
           PERFORM  OEF-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 振込リスト明細出力処理
      ********************************************************
       OEF-WRITE-RTN              SECTION.
           MOVE  HNK-TOKU-COD      TO  D1-TOKU-COD.
           MOVE  CFBNK-GINKO-COD   TO  D1-GINKO-COD.
           MOVE  CFBNK-SHITEN-COD  TO  D1-SHITEN-COD.
           MOVE  CFBNK-KOZA-NO     TO  D1-KOZA-NO.
           MOVE  HNK-SEIKYU-YM     TO  D1-YM.
           MOVE  WK-HENKIN-GAKU    TO  D1-KINGAKU.
           MOVE  WK-BIKO           TO  D1-BIKO.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理（トレーラ・エンドレコードと合計行を出力する）
      ********************************************************
       TERM-RTN                   SECTION.
           MOVE  ZGN-CNT           TO  ZT-KEN.
           MOVE  WK-GOKEI-KINGAKU  TO  ZT-KINGAKU.
           MOVE  ZT-TRAILER  TO  ZGN-REC.
           WRITE  ZGN-REC.
           MOVE  ZE-END      TO  ZGN-REC.
           WRITE  ZGN-REC.
           MOVE  ZGN-CNT           TO  F1-KEN.
           MOVE  WK-GOKEI-KINGAKU  TO  F1-KINGAKU.
           MOVE  F1-GOKEI    TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           CLOSE  HNK-FILE  OPI-FILE  BNK-FILE  ZGN-FILE
                  GLF-FILE  RFN-FILE  OEF-FILE.
           DISPLAY  "*** HNK-CNT    ="  HNK-CNT.
           DISPLAY  "*** ZGN-CNT    ="  ZGN-CNT.
           DISPLAY  "*** SKP-CNT    ="  SKP-CNT.
           DISPLAY  "*** MODOSHI-CNT="  MODOSHI-CNT.
           DISPLAY  "*** KUBM290   END ***".
       EXT.
           EXIT.
