       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM315.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：消費税申告用集計表
      * 作成日／作成者：２０２６年１０月１５日  システム技研
      * 変更日／変更者：２０２６年１０月１５日  システム技研
      *       変更内容：会社別の集計を追加
      ********************************************************
      *  申告期間の売上ファイル（UF010連結。返品・訂正・借方／
      *  貸方メモ・運賃請求・KUBM170の遅延損害金メモを含む）を
      *  読み、データ区分の符号（"1"・"5"・"F"は加算、他は減算）
      *  で純額にして次の区分に集計する。
      *  　・国内課税売上：円建て得意先で税率≠０の明細を税率別
      *  　・輸出免税売上：外貨建て得意先（CFTOK-CURRENCYが
      *  　　"JPY"・空白以外）の明細
      *  　・非課税売上　：円建て得意先で税率＝０の明細
      *  確定申告書（一般用）の行構成に合わせ、税率別の課税資産
      *  の譲渡等の対価の額・課税標準額（千円未満切捨て）・消費
      *  税額（国税分＝税率×７８／１００）・地方消費税額（国税
      *  分×２２／７８）と明細積上げ税額、課税売上割合の計算欄
      *  を印字する。最後にＧＬ仕訳抽出（KUCF050連結）の売上
      *  高・運賃収入・遅延損害金収入の貸借差引と突き合わせて
      *  差額を印字する。期間は環境変数KUBM315_FROM_YM・
      *  KUBM315_TO_YM（YYYYMM）で絞り込み、省略時は入力の全件
      *  を対象とする。申告は会社ごとに行うため、環境変数
      *  KUBM315_KAISHAに会社コードを指定するとその会社の売上・
      *  仕訳だけを集計する（省略時は全社分）。売上の会社は売上
      *  の会社コード、空白なら得意先マスタの会社コード、仕訳の
      *  会社は仕訳の会社コード、空白なら得意先の付く仕訳は得意
      *  先マスタの会社コードとし、いずれも空白なら"01"とする
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  ITF-FILE  ASSIGN  TO  EXTERNAL  UF010.
           SELECT  GLF-FILE  ASSIGN  TO  EXTERNAL  GLF.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  KAI-FILE  ASSIGN  TO  EXTERNAL  KAI
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFKAI-KAISHA-COD.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  ITF-FILE.
       01  ITF-REC.
           COPY  KUCF010.
       FD  GLF-FILE.
       01  GLF-REC.
           COPY  KUCF050.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  KAI-FILE.
       01  KAI-REC.
           COPY  KCCFKAI.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE            SECTION.
       01  ITF-END-FLG            PIC  X(1)          VALUE  "0".
       01  GLF-END-FLG            PIC  X(1)          VALUE  "0".
       01  ITF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  SHUKEI-CNT             PIC S9(9)  COMP-3  VALUE  +0.
       01  GLF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    対象期間（ゼロ＝絞り込まない）
       01  WK-FROM-YM             PIC  9(06)          VALUE  ZERO.
       01  WK-TO-YM               PIC  9(06)          VALUE  999999.
       01  WK-FROM-YM-X           PIC  X(06)          VALUE  SPACE.
       01  WK-TO-YM-X             PIC  X(06)          VALUE  SPACE.
       01  WK-UF-YM               PIC  9(06)          VALUE  ZERO.
      *    対象会社（空白＝全社）と明細・仕訳の会社コード
       01  WK-KAISHA-OPT          PIC  X(02)          VALUE  SPACE.
       01  WK-KAISHA-COD          PIC  X(02)          VALUE  SPACE.
       01  SKIP-CNT               PIC S9(9)  COMP-3  VALUE  +0.
      *    明細の符号付き金額・税額と区分判定
       01  WK-KINGAKU             PIC S9(11)          VALUE  ZERO.
       01  WK-ZEI-GAKU            PIC S9(11)          VALUE  ZERO.
       01  WK-GAIKA-FLG           PIC  X(1)           VALUE  "0".
      *    税率別国内課税売上表
       01  WK-RT-CNT              PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-RT-MAX              PIC S9(4)  COMP-3  VALUE  +10.
       01  WK-RT-IDX              PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-RT-HIT-IDX          PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-RT-TBL.
         02  WK-RT-ENT            OCCURS  10  TIMES.
           03  WK-RT-RITSU        PIC  9(02).
           03  WK-RT-KINGAKU      PIC S9(11).
           03  WK-RT-ZEI-GAKU     PIC S9(11).
      *    区分別合計
       01  WK-KAZEI-KINGAKU       PIC S9(11)          VALUE  ZERO.
       01  WK-KAZEI-ZEI-GAKU      PIC S9(11)          VALUE  ZERO.
       01  WK-MENZEI-KINGAKU      PIC S9(11)          VALUE  ZERO.
       01  WK-MENZEI-ZEI-GAKU     PIC S9(11)          VALUE  ZERO.
       01  WK-HIKAZEI-KINGAKU     PIC S9(11)          VALUE  ZERO.
       01  WK-JOTO-KINGAKU        PIC S9(11)          VALUE  ZERO.
      *    申告書計算欄
       01  WK-HYOJUN-GAKU         PIC S9(11)          VALUE  ZERO.
       01  WK-SEN-TANI            PIC S9(09)          VALUE  ZERO.
       01  WK-KOKU-ZEI            PIC S9(11)          VALUE  ZERO.
       01  WK-CHIHO-ZEI           PIC S9(11)          VALUE  ZERO.
       01  WK-HYOJUN-KEI          PIC S9(11)          VALUE  ZERO.
       01  WK-KOKU-ZEI-KEI        PIC S9(11)          VALUE  ZERO.
       01  WK-CHIHO-ZEI-KEI       PIC S9(11)          VALUE  ZERO.
       01  WK-WARIAI              PIC S9(03)V9(4)     VALUE  ZERO.
      *    ＧＬ突合（売上高・運賃収入・遅延損害金収入の貸方－借方）
       01  WK-GL-URIAGE           PIC S9(11)          VALUE  ZERO.
       01  WK-GL-UNCHIN           PIC S9(11)          VALUE  ZERO.
       01  WK-GL-CHIEN            PIC S9(11)          VALUE  ZERO.
       01  WK-GL-KEI              PIC S9(11)          VALUE  ZERO.
       01  WK-GL-KINGAKU          PIC S9(11)          VALUE  ZERO.
       01  WK-SAGAKU              PIC S9(11)          VALUE  ZERO.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(32)  VALUE
                "消費税申告用集計表".
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
      *  対象期間
       01  H2-KIKAN.
         02  FILLER               PIC  X(10)  VALUE  "対象期間".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  H2-FROM-YM           PIC  9(06).
         02  FILLER               PIC  X(4)   VALUE  " - ".
         02  H2-TO-YM             PIC  9(06).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "会社：".
         02  H2-KAISHA-MEI        PIC  X(40)  VALUE  SPACE.
         02  FILLER               PIC  X(57)  VALUE  SPACE.
      *  区分見出し
       01  H3-KUBUN.
         02  H3-TITLE             PIC  X(60).
         02  FILLER               PIC  X(75)  VALUE  SPACE.
      *  税率別小見出し
       01  H4-KOMIDASHI.
         02  FILLER               PIC  X(4)   VALUE  "税率".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(26)  VALUE
                "課税資産の譲渡等の対価の額".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "課税標準額".
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  FILLER               PIC  X(16)  VALUE
                "消費税額(国税分)".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(12)  VALUE
                "地方消費税額".
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  FILLER               PIC  X(14)  VALUE
                "明細積上げ税額".
         02  FILLER               PIC  X(31)  VALUE  SPACE.
      *  税率別明細
       01  D1-MEISAI.
         02  D1-RITSU-X.
           03  D1-RITSU           PIC  Z9.
           03  D1-PERCENT         PIC  X(2).
         02  FILLER               PIC  X(12)  VALUE  SPACE.
         02  D1-KINGAKU           PIC  ZZ,ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-HYOJUN-GAKU       PIC  ZZ,ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-KOKU-ZEI          PIC  ZZ,ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-CHIHO-ZEI         PIC  ZZ,ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-ZEI-GAKU          PIC  ZZ,ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(34)  VALUE  SPACE.
      *  計算欄明細（項目名＋金額）
       01  D2-KOMOKU.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D2-TITLE             PIC  X(40).
         02  D2-KINGAKU           PIC  ZZ,ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(76)  VALUE  SPACE.
      *  課税売上割合
       01  D3-WARIAI.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D3-TITLE             PIC  X(40).
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  D3-RITU              PIC  ZZ9.99.
         02  FILLER               PIC  X(1)   VALUE  "%".
         02  FILLER               PIC  X(78)  VALUE  SPACE.
      *
      ********************************************************
      * 消費税申告用集計表
      ********************************************************
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  ITF-READ-RTN.
           PERFORM  SHUKEI-RTN  UNTIL  ITF-END-FLG  =  "1".
           PERFORM  GLF-READ-RTN.
           PERFORM  GL-SHUKEI-RTN  UNTIL  GLF-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      * 開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KUBM315 START ***".
           OPEN  INPUT   ITF-FILE.
           OPEN  INPUT   GLF-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  OUTPUT  OEF-FILE.
           MOVE  SPACE  TO  TOK-REC.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           ACCEPT  WK-FROM-YM-X
             FROM  ENVIRONMENT  "KUBM315_FROM_YM".
           IF  WK-FROM-YM-X  IS  NUMERIC
             MOVE  WK-FROM-YM-X  TO  WK-FROM-YM
           END-IF.
           ACCEPT  WK-TO-YM-X
             FROM  ENVIRONMENT  "KUBM315_TO_YM".
           IF  WK-TO-YM-X  IS  NUMERIC
             MOVE  WK-TO-YM-X  TO  WK-TO-YM
           END-IF.
           MOVE  WK-FROM-YM  TO  H2-FROM-YM.
           MOVE  WK-TO-YM    TO  H2-TO-YM.
           ACCEPT  WK-KAISHA-OPT
             FROM  ENVIRONMENT  "KUBM315_KAISHA".
           IF  WK-KAISHA-OPT  =  SPACE
             MOVE  "全社"  TO  H2-KAISHA-MEI
           ELSE
             OPEN  INPUT   KAI-FILE
             MOVE  WK-KAISHA-OPT  TO  CFKAI-KAISHA-COD
             READ  KAI-FILE
               INVALID  KEY
                 MOVE  WK-KAISHA-OPT     TO  H2-KAISHA-MEI
               NOT  INVALID  KEY
                 MOVE  CFKAI-KAISHA-MEI  TO  H2-KAISHA-MEI
             END-READ
             CLOSE  KAI-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 売上ファイル入力処理
      ********************************************************
       ITF-READ-RTN               SECTION.
           READ  ITF-FILE
             AT  END
               MOVE  "1"  TO  ITF-END-FLG
             NOT  AT  END
               ADD  +1  TO  ITF-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 集計処理（符号を付けて区分・税率別に足し込む）
      ********************************************************
       SHUKEI-RTN                 SECTION.
           MOVE  UF010-JUCHU-YY  TO  WK-UF-YM  (1:4).
           MOVE  UF010-JUCHU-MM  TO  WK-UF-YM  (5:2).
           IF  WK-UF-YM  <  WK-FROM-YM
             OR  WK-UF-YM  >  WK-TO-YM
               GO  TO  NEXT-READ
           END-IF.
           PERFORM  GAIKA-CHK-RTN.
           IF  WK-KAISHA-OPT  NOT  =  SPACE
             MOVE  UF010-KAISHA-COD  TO  WK-KAISHA-COD
             IF  WK-KAISHA-COD  =  SPACE
               MOVE  CFTOK-KAISHA-COD  TO  WK-KAISHA-COD
             END-IF
             IF  WK-KAISHA-COD  =  SPACE
               MOVE  "01"  TO  WK-KAISHA-COD
             END-IF
             IF  WK-KAISHA-COD  NOT  =  WK-KAISHA-OPT
               ADD  +1  TO  SKIP-CNT
               GO  TO  NEXT-READ
             END-IF
           END-IF.
           ADD  +1  TO  SHUKEI-CNT.
           IF  UF010-DATA-KBN  =  "1"  OR  "5"  OR  "F"
             MOVE  UF010-KINGAKU  TO  WK-KINGAKU
             MOVE  UF010-ZEI-GAKU TO  WK-ZEI-GAKU
           ELSE
             COMPUTE  WK-KINGAKU   =  UF010-KINGAKU   *  -1
             COMPUTE  WK-ZEI-GAKU  =  UF010-ZEI-GAKU  *  -1
           END-IF.
           IF  WK-GAIKA-FLG  =  "1"
             ADD  WK-KINGAKU   TO  WK-MENZEI-KINGAKU
             ADD  WK-ZEI-GAKU  TO  WK-MENZEI-ZEI-GAKU
             GO  TO  NEXT-READ
           END-IF.
           IF  UF010-ZEI-RITSU  =  ZERO
             ADD  WK-KINGAKU   TO  WK-HIKAZEI-KINGAKU
             GO  TO  NEXT-READ
           END-IF.
           PERFORM  RITSU-ADD-RTN.
       NEXT-READ.
           PERFORM  ITF-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 外貨建て得意先判定（得意先マスタに無い場合は円建て・
      * 会社コード空白）
      ********************************************************
       GAIKA-CHK-RTN              SECTION.
           MOVE  "0"  TO  WK-GAIKA-FLG.
           IF  UF010-TOKU-COD  =  CFTOK-TOKU-COD
             GO  TO  HANTEI
           END-IF.
           MOVE  UF010-TOKU-COD  TO  CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               MOVE  SPACE  TO  CFTOK-CURRENCY
               MOVE  SPACE  TO  CFTOK-KAISHA-COD
           END-READ.
       HANTEI.
           IF  CFTOK-CURRENCY  NOT  =  "JPY"
             AND  CFTOK-CURRENCY  NOT  =  SPACE
               MOVE  "1"  TO  WK-GAIKA-FLG
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 税率別国内課税売上の集計
      ********************************************************
       RITSU-ADD-RTN              SECTION.
           MOVE  +0  TO  WK-RT-HIT-IDX.
           PERFORM  RITSU-SRCH-RTN
             VARYING  WK-RT-IDX  FROM  1  BY  1
               UNTIL  WK-RT-IDX  >  WK-RT-CNT
                   OR  WK-RT-HIT-IDX  >  +0.
           IF  WK-RT-HIT-IDX  =  +0
             IF  WK-RT-CNT  <  WK-RT-MAX
               ADD  +1  TO  WK-RT-CNT
               MOVE  UF010-ZEI-RITSU  TO  WK-RT-RITSU  (WK-RT-CNT)
               MOVE  ZERO  TO  WK-RT-KINGAKU   (WK-RT-CNT)
               MOVE  ZERO  TO  WK-RT-ZEI-GAKU  (WK-RT-CNT)
               MOVE  WK-RT-CNT  TO  WK-RT-HIT-IDX
             ELSE
               DISPLAY  "*** RITSU TABLE OVER RITSU="
                        UF010-ZEI-RITSU
               GO  TO  EXT
             END-IF
           END-IF.
           ADD  WK-KINGAKU   TO  WK-RT-KINGAKU   (WK-RT-HIT-IDX).
           ADD  WK-ZEI-GAKU  TO  WK-RT-ZEI-GAKU  (WK-RT-HIT-IDX).
       EXT.
           EXIT.
      ********************************************************
      * 税率表の検索
      ********************************************************
       RITSU-SRCH-RTN             SECTION.
           IF  WK-RT-RITSU  (WK-RT-IDX)  =  UF010-ZEI-RITSU
             MOVE  WK-RT-IDX  TO  WK-RT-HIT-IDX
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * ＧＬ仕訳抽出入力処理
      ********************************************************
       GLF-READ-RTN               SECTION.
           READ  GLF-FILE
             AT  END
               MOVE  "1"  TO  GLF-END-FLG
             NOT  AT  END
               ADD  +1  TO  GLF-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * ＧＬ集計処理（売上系科目の貸方－借方。会社指定時は
      * その会社の仕訳だけ）
      ********************************************************
       GL-SHUKEI-RTN              SECTION.
           IF  GLJ-DENPYO-YM  <  WK-FROM-YM
             OR  GLJ-DENPYO-YM  >  WK-TO-YM
               GO  TO  NEXT-READ
           END-IF.
           IF  WK-KAISHA-OPT  NOT  =  SPACE
             PERFORM  GL-KAISHA-RTN
             IF  WK-KAISHA-COD  NOT  =  WK-KAISHA-OPT
               GO  TO  NEXT-READ
             END-IF
           END-IF.
           IF  GLJ-KASHIKARI-KBN  =  "2"
             MOVE  GLJ-KINGAKU  TO  WK-GL-KINGAKU
           ELSE
             COMPUTE  WK-GL-KINGAKU  =  GLJ-KINGAKU  *  -1
           END-IF.
           EVALUATE  GLJ-KAMOKU-COD
             WHEN  "510100"
               ADD  WK-GL-KINGAKU  TO  WK-GL-URIAGE
             WHEN  "519000"
               ADD  WK-GL-KINGAKU  TO  WK-GL-UNCHIN
             WHEN  "719200"
               ADD  WK-GL-KINGAKU  TO  WK-GL-CHIEN
           END-EVALUATE.
       NEXT-READ.
           PERFORM  GLF-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 仕訳の会社コード決定処理（仕訳の会社コード、空白なら
      * 得意先の付く仕訳は得意先マスタの会社コード、それも
      * 空白なら"01"）
      ********************************************************
       GL-KAISHA-RTN              SECTION.
           MOVE  GLJ-KAISHA-COD  TO  WK-KAISHA-COD.
           IF  WK-KAISHA-COD  =  SPACE
             AND  GLJ-TOKU-COD  NOT  =  SPACE
               IF  GLJ-TOKU-COD  NOT  =  CFTOK-TOKU-COD
                 MOVE  GLJ-TOKU-COD  TO  CFTOK-TOKU-COD
                 READ  TOK-FILE
                   INVALID  KEY
                     MOVE  SPACE  TO  CFTOK-KAISHA-COD
                 END-READ
               END-IF
               MOVE  CFTOK-KAISHA-COD  TO  WK-KAISHA-COD
           END-IF.
           IF  WK-KAISHA-COD  =  SPACE
             MOVE  "01"  TO  WK-KAISHA-COD
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 見出し出力処理
      ********************************************************
       MIDASHI-RTN                SECTION.
           MOVE  1  TO  H1-PAGE-NO.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  H2-KIKAN  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
       EXT.
           EXIT.
      ********************************************************
      * 課税標準額・消費税額の計算欄（税率別）
      ********************************************************
       KAZEI-PRINT-RTN            SECTION.
           MOVE  "１．課税標準額及び消費税額"
                                         TO  H3-TITLE.
           MOVE  H3-KUBUN  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  H4-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           PERFORM  RITSU-PRINT-RTN
             VARYING  WK-RT-IDX  FROM  1  BY  1
               UNTIL  WK-RT-IDX  >  WK-RT-CNT.
           MOVE  "合計"              TO  D1-RITSU-X.
           MOVE  WK-KAZEI-KINGAKU    TO  D1-KINGAKU.
           MOVE  WK-HYOJUN-KEI       TO  D1-HYOJUN-GAKU.
           MOVE  WK-KOKU-ZEI-KEI     TO  D1-KOKU-ZEI.
           MOVE  WK-CHIHO-ZEI-KEI    TO  D1-CHIHO-ZEI.
           MOVE  WK-KAZEI-ZEI-GAKU   TO  D1-ZEI-GAKU.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
       EXT.
           EXIT.
      ********************************************************
      * 税率別明細出力（千円未満切捨ての課税標準額に税率の
      * 国税分（税率×７８％）を掛け、地方消費税は国税分の
      * ２２／７８とする）
      ********************************************************
       RITSU-PRINT-RTN            SECTION.
           COMPUTE  WK-SEN-TANI  =  WK-RT-KINGAKU  (WK-RT-IDX)
                                 /  1000.
           COMPUTE  WK-HYOJUN-GAKU  =  WK-SEN-TANI  *  1000.
           COMPUTE  WK-KOKU-ZEI  =  WK-HYOJUN-GAKU
                                 *  WK-RT-RITSU  (WK-RT-IDX)
                                 *  78  /  10000.
           COMPUTE  WK-CHIHO-ZEI  =  WK-KOKU-ZEI  *  22  /  78.
           ADD  WK-RT-KINGAKU  (WK-RT-IDX)  TO  WK-KAZEI-KINGAKU.
           ADD  WK-RT-ZEI-GAKU (WK-RT-IDX)  TO  WK-KAZEI-ZEI-GAKU.
           ADD  WK-HYOJUN-GAKU  TO  WK-HYOJUN-KEI.
           ADD  WK-KOKU-ZEI     TO  WK-KOKU-ZEI-KEI.
           ADD  WK-CHIHO-ZEI    TO  WK-CHIHO-ZEI-KEI.
           MOVE  WK-RT-RITSU  (WK-RT-IDX)     TO  D1-RITSU.
           MOVE  "%"                          TO  D1-PERCENT.
           MOVE  WK-RT-KINGAKU  (WK-RT-IDX)   TO  D1-KINGAKU.
           MOVE  WK-HYOJUN-GAKU               TO  D1-HYOJUN-GAKU.
           MOVE  WK-KOKU-ZEI                  TO  D1-KOKU-ZEI.
           MOVE  WK-CHIHO-ZEI                 TO  D1-CHIHO-ZEI.
           MOVE  WK-RT-ZEI-GAKU (WK-RT-IDX)   TO  D1-ZEI-GAKU.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
       EXT.
           EXIT.
      ********************************************************
      * 課税売上割合の計算欄
      ********************************************************
       WARIAI-PRINT-RTN           SECTION.
           MOVE  "２．課税売上割合"  TO  H3-TITLE.
           MOVE  H3-KUBUN  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  "国内課税売上額（税抜）"  TO  D2-TITLE.
           MOVE  WK-KAZEI-KINGAKU          TO  D2-KINGAKU.
           PERFORM  D2-WRITE-RTN.
           MOVE  "輸出免税売上額"          TO  D2-TITLE.
           MOVE  WK-MENZEI-KINGAKU         TO  D2-KINGAKU.
           PERFORM  D2-WRITE-RTN.
           COMPUTE  WK-JOTO-KINGAKU  =  WK-KAZEI-KINGAKU
                                     +  WK-MENZEI-KINGAKU.
           MOVE  "課税資産の譲渡等の対価の額"
                                           TO  D2-TITLE.
           MOVE  WK-JOTO-KINGAKU           TO  D2-KINGAKU.
           PERFORM  D2-WRITE-RTN.
           MOVE  "非課税売上額"            TO  D2-TITLE.
           MOVE  WK-HIKAZEI-KINGAKU        TO  D2-KINGAKU.
           PERFORM  D2-WRITE-RTN.
           ADD  WK-HIKAZEI-KINGAKU  TO  WK-JOTO-KINGAKU.
           MOVE  "資産の譲渡等の対価の額"  TO  D2-TITLE.
           MOVE  WK-JOTO-KINGAKU           TO  D2-KINGAKU.
           PERFORM  D2-WRITE-RTN.
           IF  WK-JOTO-KINGAKU  =  ZERO
             MOVE  ZERO  TO  WK-WARIAI
           ELSE
             COMPUTE  WK-WARIAI  =
                      (WK-KAZEI-KINGAKU  +  WK-MENZEI-KINGAKU)
                      *  100  /  WK-JOTO-KINGAKU
           END-IF.
           MOVE  "課税売上割合"            TO  D3-TITLE.
           MOVE  WK-WARIAI                 TO  D3-RITU.
           MOVE  D3-WARIAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           IF  WK-MENZEI-ZEI-GAKU  NOT  =  ZERO
             MOVE  "（輸出免税売上に付された税額）"
                                           TO  D2-TITLE
             MOVE  WK-MENZEI-ZEI-GAKU      TO  D2-KINGAKU
             PERFORM  D2-WRITE-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * ＧＬ突合欄（集計表の売上合計と売上系科目の差額）
      ********************************************************
       GL-PRINT-RTN               SECTION.
           MOVE  "３．ＧＬ仕訳抽出との突合"  TO  H3-TITLE.
           MOVE  H3-KUBUN  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  "510100 売上高"            TO  D2-TITLE.
           MOVE  WK-GL-URIAGE               TO  D2-KINGAKU.
           PERFORM  D2-WRITE-RTN.
           MOVE  "519000 運賃収入"          TO  D2-TITLE.
           MOVE  WK-GL-UNCHIN               TO  D2-KINGAKU.
           PERFORM  D2-WRITE-RTN.
           MOVE  "719200 遅延損害金収入"    TO  D2-TITLE.
           MOVE  WK-GL-CHIEN                TO  D2-KINGAKU.
           PERFORM  D2-WRITE-RTN.
           COMPUTE  WK-GL-KEI  =  WK-GL-URIAGE  +  WK-GL-UNCHIN
                               +  WK-GL-CHIEN.
           MOVE  "ＧＬ売上計"               TO  D2-TITLE.
           MOVE  WK-GL-KEI                  TO  D2-KINGAKU.
           PERFORM  D2-WRITE-RTN.
           MOVE  "集計表売上計"             TO  D2-TITLE.
           MOVE  WK-JOTO-KINGAKU            TO  D2-KINGAKU.
           PERFORM  D2-WRITE-RTN.
           COMPUTE  WK-SAGAKU  =  WK-JOTO-KINGAKU  -  WK-GL-KEI.
           MOVE  "差額（集計表－ＧＬ）"     TO  D2-TITLE.
           MOVE  WK-SAGAKU                  TO  D2-KINGAKU.
           PERFORM  D2-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 計算欄明細出力
      ********************************************************
       D2-WRITE-RTN               SECTION.
           MOVE  D2-KOMOKU  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理（集計表を印字する）
      ********************************************************
       TERM-RTN                   SECTION.
           PERFORM  MIDASHI-RTN.
           PERFORM  KAZEI-PRINT-RTN.
           PERFORM  WARIAI-PRINT-RTN.
           PERFORM  GL-PRINT-RTN.
           CLOSE  ITF-FILE  GLF-FILE  TOK-FILE  OEF-FILE.
           DISPLAY  "*** ITF-CNT   ="  ITF-CNT.
           DISPLAY  "*** SHUKEI-CNT="  SHUKEI-CNT.
           DISPLAY  "*** SKIP-CNT  ="  SKIP-CNT.
           DISPLAY  "*** GLF-CNT   ="  GLF-CNT.
           IF  WK-SAGAKU  NOT  =  ZERO
             DISPLAY  "*** GL SAGAKU  ="  WK-SAGAKU
           END-IF.
           DISPLAY  "*** KUBM315  END ***".
       EXT.
           EXIT.
