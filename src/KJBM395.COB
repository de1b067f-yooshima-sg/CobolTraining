       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KJBM395.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：受注
      *  プログラム名      ：梱包計算・出荷ラベル（ＳＳＣＣ）作成
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：受注チェックファイルのレコード長変更
      *                    ：直送品の明細を梱包対象外に変更
      ********************************************************
      *  運送便割当（KJBM110）の後に実行する。KJBM050の正常
      *  ストリーム（ITF3＝至急、ITF1＝通常）を受注番号・出荷
      *  連番・行番号の順に並べ、１出荷（受注番号＋出荷連番）
      *  ごとに必要な箱数を計算する。
      *  　・満ケース（商品マスタのケース換算数量）は１ケース
      *  　　１箱とする
      *  　・端数（ケース換算数量未設定の商品は全数）は１箱の
      *  　　重量上限（システムパラメタKJ-CTN-MAX-KG、既定２５
      *  　　ｋｇ）に収まる数量ずつ箱に詰める
      *  箱には出荷内の通し番号（ｘ箱目／ｙ箱）とＳＳＣＣ（GS1の
      *  18桁連番出荷コンテナコード）を振り、梱包明細（KJCF340。
      *  ＡＳＮ抽出KJBM260の入力）と出荷ラベル印刷ファイル
      *  （KJCF345）へ書き出し、梱包明細リストを印字する。
      *  ＳＳＣＣは拡張桁＋GS1事業者コード（KJ-SSCC-PREFIX）、
      *  連番（KJ-SSCC-NEXTから採番し、使用した分を書き戻す。
      *  KJ-SSCC-LASTが割当範囲の末尾）、チェックデジット（モジ
      *  ュラス10）で組み立てる。範囲を使い切った箱・事業者
      *  コード未設定時の箱はＳＳＣＣ空白で出力し、リストに
      *  採番範囲超過と印字する。届け先は納品書（KJBM105）と
      *  同じく出荷先マスタ、出荷先未指定は得意先マスタから、
      *  運送会社はマニフェスト（KJCF080）から引き当てる。
      *  直送区分"1"の明細は仕入先が直接出荷するため梱包しない
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  ITF3-FILE  ASSIGN  TO  EXTERNAL  ITF3.
           SELECT  ITF1-FILE  ASSIGN  TO  EXTERNAL  ITF1.
           SELECT  MNF-FILE   ASSIGN  TO  EXTERNAL  MNF.
           SELECT  SHO-FILE   ASSIGN  TO  EXTERNAL  SHO
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  TKM-FILE   ASSIGN  TO  EXTERNAL  TKM
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  SHK-FILE   ASSIGN  TO  EXTERNAL  SHK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHK-KEY.
           SELECT  PRM-FILE   ASSIGN  TO  EXTERNAL  PRM
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFPRM-PARM-KEY.
           SELECT  SRT-FILE   ASSIGN  TO  SRTWK01.
           SELECT  CTN-FILE   ASSIGN  TO  EXTERNAL  CTN.
           SELECT  LBL-FILE   ASSIGN  TO  EXTERNAL  LBL.
           SELECT  OEF-FILE   ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  ITF3-FILE.
       01  ITF3-REC.
           COPY  KJCF020.
       FD  ITF1-FILE.
       01  ITF1-REC.
           COPY  KJCF020.
       FD  MNF-FILE.
       01  MNF-REC.
           COPY  KJCF080.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY  KCCFSHO.
       FD  TKM-FILE.
       01  TKM-REC.
           COPY  KCCFTOK.
       FD  SHK-FILE.
       01  SHK-REC.
           COPY  KCCFSHK.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY  KCCFPRM.
       SD  SRT-FILE.
       01  SRT-REC.
           COPY  KJCF020.
       FD  CTN-FILE.
       01  CTN-REC.
           COPY  KJCF340.
       FD  LBL-FILE.
       01  LBL-REC.
           COPY  KJCF345.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE            SECTION.
       01  ITF3-END-FLG           PIC   X(1)          VALUE  "0".
       01  ITF1-END-FLG           PIC   X(1)          VALUE  "0".
       01  MNF-END-FLG            PIC   X(1)          VALUE  "0".
       01  SRT-END-FLG            PIC   X(1)          VALUE  "0".
       01  ITF3-CNT               PIC  S9(9)  COMP-3  VALUE  +0.
       01  ITF1-CNT               PIC  S9(9)  COMP-3  VALUE  +0.
       01  SHUKKA-CNT             PIC  S9(9)  COMP-3  VALUE  +0.
       01  CTN-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
       01  LBL-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
       01  SSCC-ERR-CNT           PIC  S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC  S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT               PIC  S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT       PIC  S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    出荷の単位（受注番号＋出荷連番）の控え
       01  WK-CUR-DOC-KEY.
         02  WK-CUR-JUCHU-NO      PIC  9(06)          VALUE  ZERO.
         02  WK-CUR-SHIP-SEQ      PIC  9(02)          VALUE  ZERO.
       01  WK-NEW-DOC-KEY.
         02  WK-NEW-JUCHU-NO      PIC  9(06)          VALUE  ZERO.
         02  WK-NEW-SHIP-SEQ      PIC  9(02)          VALUE  ZERO.
      *    届け先住所（出荷先マスタまたは得意先マスタから転記）
       01  WK-ATESAKI-MEI         PIC  X(20)          VALUE  SPACE.
       01  WK-ATESAKI-YUBIN       PIC  X(08)          VALUE  SPACE.
       01  WK-ATESAKI-JUSHO       PIC  X(50)          VALUE  SPACE.
       01  WK-ATESAKI-TEL         PIC  X(12)          VALUE  SPACE.
      *    マニフェスト取り込み表（受注キー→運送会社）
       01  WK-MNF-CNT             PIC  S9(5)  COMP-3  VALUE  +0.
       01  WK-MNF-MAX             PIC  S9(5)  COMP-3  VALUE  +5000.
       01  WK-MNF-IDX             PIC  S9(5)  COMP-3  VALUE  +0.
       01  WK-MNF-TBL.
         02  WK-MNF-ENT           OCCURS  5000  TIMES.
           03  WK-MNF-KEY.
             05  WK-MNF-JUCHU-NO  PIC  9(06).
             05  WK-MNF-GYO-NO    PIC  9(02).
             05  WK-MNF-SHIP-SEQ  PIC  9(02).
           03  WK-MNF-CARRIER     PIC  X(02).
       01  WK-SRCH-KEY.
         02  WK-SRCH-JUCHU-NO     PIC  9(06).
         02  WK-SRCH-GYO-NO       PIC  9(02).
         02  WK-SRCH-SHIP-SEQ     PIC  9(02).
       01  WK-CARRIER-COD         PIC  X(02)          VALUE  SPACE.
      *    １箱の重量上限（ｋｇ。システムパラメタKJ-CTN-MAX-KG）
       01  WK-MAX-KG              PIC  9(03)          VALUE  25.
      *    ＳＳＣＣ採番（拡張桁＋事業者コードの桁数で連番の桁数が
      *    決まる。拡張桁込み８〜１２桁を有効とする）
       01  WK-SSCC-OK-FLG         PIC  X(01)          VALUE  SPACE.
       01  WK-PRM-FOUND-FLG       PIC  X(01)          VALUE  SPACE.
       01  WK-PFX-END-FLG         PIC  X(01)          VALUE  SPACE.
       01  WK-SSCC-PREFIX         PIC  X(16)          VALUE  SPACE.
       01  WK-PREFIX-LEN          PIC  9(02)          VALUE  ZERO.
       01  WK-SERIAL-LEN          PIC  9(02)          VALUE  ZERO.
       01  WK-SERIAL-POS          PIC  9(02)          VALUE  ZERO.
       01  WK-SSCC-NEXT           PIC  9(09)          VALUE  1.
       01  WK-SSCC-LAST           PIC  9(09)          VALUE  ZERO.
       01  WK-SSCC-MAX            PIC  9(09)          VALUE  ZERO.
       01  WK-SERIAL              PIC  9(09)          VALUE  ZERO.
       01  WK-SSCC                PIC  X(18)          VALUE  SPACE.
       01  WK-SSCC-R  REDEFINES  WK-SSCC.
         02  WK-SSCC-KETA         PIC  9(01)  OCCURS  18  TIMES.
       01  WK-CD-IDX              PIC  9(02)          VALUE  ZERO.
       01  WK-CD-OMOMI            PIC  9(01)          VALUE  ZERO.
       01  WK-CD-SUM              PIC  9(04)          VALUE  ZERO.
       01  WK-CD-SHO              PIC  9(04)          VALUE  ZERO.
       01  WK-CD-AMARI            PIC  9(01)          VALUE  ZERO.
      *    出荷内の明細表（行ごとの箱数計算結果）
       01  WK-GYO-CNT             PIC  S9(4)  COMP-3  VALUE  +0.
       01  WK-GYO-MAX             PIC  S9(4)  COMP-3  VALUE  +99.
       01  WK-GYO-IDX             PIC  S9(4)  COMP-3  VALUE  +0.
       01  WK-GYO-TBL.
         02  WK-GYO-ENT           OCCURS  99  TIMES.
           03  WK-GYO-JF020       PIC  X(183).
           03  WK-GYO-MEI         PIC  X(20).
           03  WK-GYO-BASE        PIC  9(07).
           03  WK-GYO-IRISU       PIC  9(05).
           03  WK-GYO-TANI-JURYO  PIC  9(05)V9(2).
           03  WK-GYO-FULL        PIC  9(03).
           03  WK-GYO-HASU        PIC  9(07).
           03  WK-GYO-CAP         PIC  9(07).
           03  WK-GYO-BARA        PIC  9(03).
       01  WK-GYO-REC.
           COPY  KJCF020.
      *    箱数計算・箱出力用
       01  WK-YOSU                PIC  9(03)          VALUE  ZERO.
       01  WK-HAKO-NO             PIC  9(03)          VALUE  ZERO.
       01  WK-KAI                 PIC  9(03)          VALUE  ZERO.
       01  WK-AMARI               PIC  9(07)          VALUE  ZERO.
       01  WK-ZAN                 PIC  9(07)          VALUE  ZERO.
       01  WK-HAKO-SURYO          PIC  9(07)          VALUE  ZERO.
       01  WK-HAKO-JURYO          PIC  9(05)V9(2)     VALUE  ZERO.
       01  WK-GYO-JURYO           PIC  9(07)V9(2)     VALUE  ZERO.
       01  WK-SHUKKA-JURYO        PIC  9(07)V9(2)     VALUE  ZERO.
       01  WK-SSCC-FROM           PIC  X(18)          VALUE  SPACE.
       01  WK-SSCC-TO             PIC  X(18)          VALUE  SPACE.
       01  WK-SSCC-ERR-FLG        PIC  X(01)          VALUE  SPACE.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(28)  VALUE
                    "梱包明細・ＳＳＣＣ割当リスト".
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
         02  FILLER               PIC  X(51)  VALUE  SPACE.
      *  小見出し
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(8)   VALUE  "受注番号".
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "商品".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "商品名".
         02  FILLER               PIC  X(21)  VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "数量".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "入数".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "重量(kg)".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "箱数".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(22)  VALUE
                    "ＳＳＣＣ（先頭−末尾）".
         02  FILLER               PIC  X(35)  VALUE  SPACE.
      *  明細（出荷の行ごと）
       01  D1-MEISAI.
         02  D1-JUCHU-NO          PIC  9(6).
         02  FILLER               PIC  X(1)   VALUE  "-".
         02  D1-GYO-NO            PIC  9(2).
         02  FILLER               PIC  X(1)   VALUE  "-".
         02  D1-SHIP-SEQ          PIC  9(2).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHOHIN-MEI        PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SURYO             PIC  Z,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-IRISU             PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-JURYO             PIC  ZZ,ZZ9.99.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-HAKO              PIC  ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SSCC-FROM         PIC  X(18).
         02  D1-KARA              PIC  X(3).
         02  D1-SSCC-TO           PIC  X(18).
         02  FILLER               PIC  X(18)  VALUE  SPACE.
      *  出荷計
       01  F1-SHUKKA-KEI.
         02  FILLER               PIC  X(14)  VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "＊出荷計＊".
         02  FILLER               PIC  X(38)  VALUE  SPACE.
         02  F1-JURYO             PIC  ZZ,ZZ9.99.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  F1-HAKO              PIC  ZZ9.
         02  FILLER               PIC  X(59)  VALUE  SPACE.
      *
      ********************************************************
      *  梱包計算・出荷ラベル作成（両ストリームを受注番号・出荷
      *    連番・行番号のキーでソートし、１出荷ずつ箱を割り付ける）
      ********************************************************
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           SORT  SRT-FILE
             ON  ASCENDING  KEY  JF020-JUCHU-NO  IN  SRT-REC
                                 JF020-SHIP-SEQ  IN  SRT-REC
                                 JF020-GYO-NO    IN  SRT-REC
             INPUT   PROCEDURE  ATSUME-RTN
             OUTPUT  PROCEDURE  KONPO-CTL-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（マニフェストを表へ取り込み、パラメタを読む）
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KJBM395 START ***".
           OPEN  INPUT   ITF3-FILE.
           OPEN  INPUT   ITF1-FILE.
           OPEN  INPUT   MNF-FILE.
           OPEN  INPUT   SHO-FILE.
           OPEN  INPUT   TKM-FILE.
           OPEN  INPUT   SHK-FILE.
           OPEN  I-O     PRM-FILE.
           OPEN  OUTPUT  CTN-FILE.
           OPEN  OUTPUT  LBL-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           PERFORM  MNF-LOAD-RTN  UNTIL  MNF-END-FLG  =  "1".
           PERFORM  PRM-YOMI-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  マニフェスト取り込み処理
      ********************************************************
       MNF-LOAD-RTN               SECTION.
           READ  MNF-FILE
             AT  END
               MOVE  "1"  TO  MNF-END-FLG
             NOT  AT  END
               IF  WK-MNF-CNT  <  WK-MNF-MAX
                 ADD  +1  TO  WK-MNF-CNT
                 MOVE  JF080-JUCHU-NO  TO
                       WK-MNF-JUCHU-NO  (WK-MNF-CNT)
                 MOVE  JF080-GYO-NO    TO
                       WK-MNF-GYO-NO    (WK-MNF-CNT)
                 MOVE  JF080-SHIP-SEQ  TO
                       WK-MNF-SHIP-SEQ  (WK-MNF-CNT)
                 MOVE  JF080-CARRIER-COD  TO
                       WK-MNF-CARRIER   (WK-MNF-CNT)
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  パラメタ読込処理（箱の重量上限・ＳＳＣＣ採番範囲）
      ********************************************************
       PRM-YOMI-RTN               SECTION.
           MOVE  "KJ-CTN-MAX-KG"  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  (CFPRM-EFF-DATE  =  ZERO
                    OR  CFPRM-EFF-DATE  <=  WK-PC-DATE8)
                 AND  CFPRM-VALUE  (1:3)  IS  NUMERIC
                 AND  CFPRM-VALUE  (1:3)  NOT  =  "000"
                   MOVE  CFPRM-VALUE  (1:3)  TO  WK-MAX-KG
               END-IF
           END-READ.
           MOVE  "KJ-SSCC-PREFIX"  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  CFPRM-EFF-DATE  =  ZERO
                 OR  CFPRM-EFF-DATE  <=  WK-PC-DATE8
                   MOVE  CFPRM-VALUE  TO  WK-SSCC-PREFIX
               END-IF
           END-READ.
           MOVE  SPACE  TO  WK-PFX-END-FLG.
           PERFORM  PFX-CNT-RTN
             VARYING  WK-CD-IDX  FROM  1  BY  1
               UNTIL  WK-CD-IDX  >  16
                  OR  WK-PFX-END-FLG  =  "1".
           IF  WK-PREFIX-LEN  <  8
             OR  WK-PREFIX-LEN  >  12
               DISPLAY  "*** KJBM395 SSCC PREFIX ERROR ***"
               GO  TO  EXT
           END-IF.
           MOVE  "1"  TO  WK-SSCC-OK-FLG.
           COMPUTE  WK-SERIAL-LEN  =  17  -  WK-PREFIX-LEN.
           COMPUTE  WK-SERIAL-POS  =  10  -  WK-SERIAL-LEN.
           COMPUTE  WK-SSCC-MAX    =  10  **  WK-SERIAL-LEN  -  1.
           MOVE  WK-SSCC-MAX  TO  WK-SSCC-LAST.
           MOVE  "KJ-SSCC-LAST"  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  (CFPRM-EFF-DATE  =  ZERO
                    OR  CFPRM-EFF-DATE  <=  WK-PC-DATE8)
                 AND  CFPRM-VALUE  (1:9)  IS  NUMERIC
                   MOVE  CFPRM-VALUE  (1:9)  TO  WK-SSCC-LAST
               END-IF
           END-READ.
           IF  WK-SSCC-LAST  =  ZERO
             OR  WK-SSCC-LAST  >  WK-SSCC-MAX
               MOVE  WK-SSCC-MAX  TO  WK-SSCC-LAST
           END-IF.
           MOVE  "KJ-SSCC-NEXT"  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               MOVE  SPACE  TO  WK-PRM-FOUND-FLG
             NOT  INVALID  KEY
               MOVE  "1"  TO  WK-PRM-FOUND-FLG
               IF  CFPRM-VALUE  (1:9)  IS  NUMERIC
                 MOVE  CFPRM-VALUE  (1:9)  TO  WK-SSCC-NEXT
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  事業者コード桁数算出処理（先頭から数字の続く桁数）
      ********************************************************
       PFX-CNT-RTN                SECTION.
           IF  WK-SSCC-PREFIX  (WK-CD-IDX:1)  IS  NUMERIC
             MOVE  WK-CD-IDX  TO  WK-PREFIX-LEN
           ELSE
             MOVE  "1"  TO  WK-PFX-END-FLG
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  収集処理（入力側。出荷を伴わない返品（区分"9"）等は
      *  梱包の対象外として読み飛ばす）
      ********************************************************
       ATSUME-RTN                 SECTION.
           PERFORM  ITF3-READ-RTN.
           PERFORM  ITF3-RELEASE-RTN  UNTIL  ITF3-END-FLG  =  "1".
           PERFORM  ITF1-READ-RTN.
           PERFORM  ITF1-RELEASE-RTN  UNTIL  ITF1-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  至急ストリーム入力処理
      ********************************************************
       ITF3-READ-RTN              SECTION.
           READ  ITF3-FILE
             AT  END
               MOVE  "1"  TO  ITF3-END-FLG
             NOT  AT  END
               ADD  +1  TO  ITF3-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  至急ストリーム引き渡し処理
      ********************************************************
       ITF3-RELEASE-RTN           SECTION.
           IF  JF020-DATA-KBN  OF  ITF3-REC  =  "1"
             AND  JF020-CHOKUSO-KBN  OF  ITF3-REC  NOT  =  "1"
             MOVE  ITF3-REC  TO  SRT-REC
             RELEASE  SRT-REC
           END-IF.
           PERFORM  ITF3-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  通常ストリーム入力処理
      ********************************************************
       ITF1-READ-RTN              SECTION.
           READ  ITF1-FILE
             AT  END
               MOVE  "1"  TO  ITF1-END-FLG
             NOT  AT  END
               ADD  +1  TO  ITF1-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  通常ストリーム引き渡し処理
      ********************************************************
       ITF1-RELEASE-RTN           SECTION.
           IF  JF020-DATA-KBN  OF  ITF1-REC  =  "1"
             AND  JF020-CHOKUSO-KBN  OF  ITF1-REC  NOT  =  "1"
             MOVE  ITF1-REC  TO  SRT-REC
             RELEASE  SRT-REC
           END-IF.
           PERFORM  ITF1-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  梱包制御処理（出力側。受注番号＋出荷連番の切り替わりを
      *  １出荷とする）
      ********************************************************
       KONPO-CTL-RTN              SECTION.
           PERFORM  RETURN-RTN.
           PERFORM  SHUKKA-RTN  UNTIL  SRT-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  ソート済みファイル入力処理
      ********************************************************
       RETURN-RTN                 SECTION.
           RETURN  SRT-FILE
             AT  END
               MOVE  "1"  TO  SRT-END-FLG
             NOT  AT  END
               MOVE  JF020-JUCHU-NO  IN  SRT-REC  TO  WK-NEW-JUCHU-NO
               MOVE  JF020-SHIP-SEQ  IN  SRT-REC  TO  WK-NEW-SHIP-SEQ
           END-RETURN.
       EXT.
           EXIT.
      ********************************************************
      *  １出荷処理（出荷の全行の箱数を先に数えて総箱数を決め、
      *  続けて箱を割り付ける）
      ********************************************************
       SHUKKA-RTN                 SECTION.
           MOVE  WK-NEW-DOC-KEY  TO  WK-CUR-DOC-KEY.
           MOVE  +0    TO  WK-GYO-CNT.
           MOVE  ZERO  TO  WK-YOSU.
           MOVE  ZERO  TO  WK-HAKO-NO.
           MOVE  ZERO  TO  WK-SHUKKA-JURYO.
           PERFORM  ATESAKI-RTN.
           PERFORM  CARRIER-RTN.
           PERFORM  GYO-KEISAN-RTN
             UNTIL  SRT-END-FLG  =  "1"
                OR  WK-NEW-DOC-KEY  NOT  =  WK-CUR-DOC-KEY.
           PERFORM  GYO-KONPO-RTN
             VARYING  WK-GYO-IDX  FROM  1  BY  1
               UNTIL  WK-GYO-IDX  >  WK-GYO-CNT.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  WK-SHUKKA-JURYO  TO  F1-JURYO.
           MOVE  WK-YOSU          TO  F1-HAKO.
           MOVE  F1-SHUKKA-KEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           MOVE  SPACE  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +2  TO  LINE-CNT.
           ADD  +1  TO  SHUKKA-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  届け先編集処理（出荷先コードがあれば出荷先マスタの住所、
      *  未指定（空白）なら得意先マスタの請求先住所を使う。どちら
      *  のマスタにも無い場合は名称のみ受注データから転記する）
      ********************************************************
       ATESAKI-RTN                SECTION.
           MOVE  JF020-SHIP-MEI  IN  SRT-REC  TO  WK-ATESAKI-MEI.
           MOVE  SPACE  TO  WK-ATESAKI-YUBIN
                            WK-ATESAKI-JUSHO
                            WK-ATESAKI-TEL.
           IF  JF020-SHIP-COD  IN  SRT-REC  NOT  =  SPACE
             MOVE  JF020-TOKU-COD  IN  SRT-REC  TO  CFSHK-TOKU-COD
             MOVE  JF020-SHIP-COD  IN  SRT-REC  TO  CFSHK-SHIP-COD
             READ  SHK-FILE
               INVALID  KEY
                 CONTINUE
               NOT  INVALID  KEY
                 MOVE  CFSHK-SHIP-MEI   TO  WK-ATESAKI-MEI
                 MOVE  CFSHK-YUBIN-NO   TO  WK-ATESAKI-YUBIN
                 MOVE  CFSHK-JUSHO      TO  WK-ATESAKI-JUSHO
                 MOVE  CFSHK-TEL        TO  WK-ATESAKI-TEL
             END-READ
           ELSE
             MOVE  JF020-TOKU-COD  IN  SRT-REC  TO  CFTOK-TOKU-COD
             READ  TKM-FILE
               INVALID  KEY
                 CONTINUE
               NOT  INVALID  KEY
                 MOVE  CFTOK-TOKU-MEI   TO  WK-ATESAKI-MEI
                 MOVE  CFTOK-YUBIN-NO   TO  WK-ATESAKI-YUBIN
                 MOVE  CFTOK-JUSHO      TO  WK-ATESAKI-JUSHO
                 MOVE  CFTOK-TEL        TO  WK-ATESAKI-TEL
             END-READ
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  運送会社引き当て処理（出荷の先頭行のマニフェスト。無け
      *  れば空白）
      ********************************************************
       CARRIER-RTN                SECTION.
           MOVE  JF020-JUCHU-NO  IN  SRT-REC  TO  WK-SRCH-JUCHU-NO.
           MOVE  JF020-GYO-NO    IN  SRT-REC  TO  WK-SRCH-GYO-NO.
           MOVE  JF020-SHIP-SEQ  IN  SRT-REC  TO  WK-SRCH-SHIP-SEQ.
           MOVE  SPACE  TO  WK-CARRIER-COD.
           PERFORM  MNF-SRCH-RTN
             VARYING  WK-MNF-IDX  FROM  1  BY  1
               UNTIL  WK-MNF-IDX  >  WK-MNF-CNT
                  OR  WK-CARRIER-COD  NOT  =  SPACE.
       EXT.
           EXIT.
      ********************************************************
      *  マニフェスト検索処理
      ********************************************************
       MNF-SRCH-RTN               SECTION.
           IF  WK-MNF-KEY  (WK-MNF-IDX)  =  WK-SRCH-KEY
             MOVE  WK-MNF-CARRIER  (WK-MNF-IDX)  TO  WK-CARRIER-COD
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  行別箱数計算処理（ケース受注は基本単位へ換算する。満
      *  ケースは１ケース１箱、端数は重量上限に収まる数量ずつ
      *  箱に詰める。単位重量の無い商品の端数は１箱にまとめる。
      *  商品マスタ未登録の商品は全数を端数として扱う）
      ********************************************************
       GYO-KEISAN-RTN             SECTION.
           IF  WK-GYO-CNT  >=  WK-GYO-MAX
             DISPLAY  "*** KJBM395 GYO-TBL OVERFLOW "
                      WK-CUR-JUCHU-NO  " ***"
             GO  TO  NEXT-READ
           END-IF.
           ADD  +1  TO  WK-GYO-CNT.
           MOVE  SRT-REC  TO  WK-GYO-JF020  (WK-GYO-CNT).
           MOVE  JF020-SURYO  IN  SRT-REC
             TO  WK-GYO-BASE  (WK-GYO-CNT).
           MOVE  JF020-SHOHIN-NO  IN  SRT-REC  TO  CFSHO-SHOHIN-NO.
           READ  SHO-FILE
             INVALID  KEY
               MOVE  SPACE  TO  WK-GYO-MEI         (WK-GYO-CNT)
               MOVE  ZERO   TO  WK-GYO-IRISU       (WK-GYO-CNT)
                                WK-GYO-TANI-JURYO  (WK-GYO-CNT)
             NOT  INVALID  KEY
               MOVE  CFSHO-SHOHIN-MEI  TO  WK-GYO-MEI    (WK-GYO-CNT)
               MOVE  CFSHO-CASE-SURYO  TO  WK-GYO-IRISU  (WK-GYO-CNT)
               MOVE  CFSHO-JURYO
                 TO  WK-GYO-TANI-JURYO  (WK-GYO-CNT)
               IF  JF020-UNIT-KBN  IN  SRT-REC  =  "2"
                 AND  CFSHO-CASE-SURYO  NOT  =  ZERO
                   COMPUTE  WK-GYO-BASE  (WK-GYO-CNT)  =
                            JF020-SURYO  IN  SRT-REC  *
                            CFSHO-CASE-SURYO
               END-IF
           END-READ.
           IF  WK-GYO-IRISU  (WK-GYO-CNT)  >  ZERO
             DIVIDE  WK-GYO-BASE   (WK-GYO-CNT)
               BY    WK-GYO-IRISU  (WK-GYO-CNT)
               GIVING     WK-GYO-FULL  (WK-GYO-CNT)
               REMAINDER  WK-GYO-HASU  (WK-GYO-CNT)
           ELSE
             MOVE  ZERO  TO  WK-GYO-FULL  (WK-GYO-CNT)
             MOVE  WK-GYO-BASE  (WK-GYO-CNT)
               TO  WK-GYO-HASU  (WK-GYO-CNT)
           END-IF.
           IF  WK-GYO-TANI-JURYO  (WK-GYO-CNT)  >  ZERO
             COMPUTE  WK-GYO-CAP  (WK-GYO-CNT)  =
                      WK-MAX-KG  /  WK-GYO-TANI-JURYO  (WK-GYO-CNT)
             IF  WK-GYO-CAP  (WK-GYO-CNT)  =  ZERO
               MOVE  1  TO  WK-GYO-CAP  (WK-GYO-CNT)
             END-IF
           ELSE
             MOVE  9999999  TO  WK-GYO-CAP  (WK-GYO-CNT)
           END-IF.
           MOVE  ZERO  TO  WK-GYO-BARA  (WK-GYO-CNT).
           IF  WK-GYO-HASU  (WK-GYO-CNT)  >  ZERO
             DIVIDE  WK-GYO-HASU  (WK-GYO-CNT)
               BY    WK-GYO-CAP   (WK-GYO-CNT)
               GIVING     WK-GYO-BARA  (WK-GYO-CNT)
               REMAINDER  WK-AMARI
             IF  WK-AMARI  >  ZERO
               ADD  1  TO  WK-GYO-BARA  (WK-GYO-CNT)
             END-IF
           END-IF.
           ADD  WK-GYO-FULL  (WK-GYO-CNT)  TO  WK-YOSU.
           ADD  WK-GYO-BARA  (WK-GYO-CNT)  TO  WK-YOSU.
       NEXT-READ.
           PERFORM  RETURN-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  行別箱割付処理（満ケースの箱、端数の箱の順に出力し、
      *  行の明細を印字する）
      ********************************************************
       GYO-KONPO-RTN              SECTION.
           MOVE  WK-GYO-JF020  (WK-GYO-IDX)  TO  WK-GYO-REC.
           MOVE  SPACE  TO  WK-SSCC-FROM  WK-SSCC-TO  WK-SSCC-ERR-FLG.
           MOVE  ZERO   TO  WK-GYO-JURYO.
           PERFORM  CASE-HAKO-RTN
             VARYING  WK-KAI  FROM  1  BY  1
               UNTIL  WK-KAI  >  WK-GYO-FULL  (WK-GYO-IDX).
           MOVE  WK-GYO-HASU  (WK-GYO-IDX)  TO  WK-ZAN.
           PERFORM  BARA-HAKO-RTN
             VARYING  WK-KAI  FROM  1  BY  1
               UNTIL  WK-KAI  >  WK-GYO-BARA  (WK-GYO-IDX).
           PERFORM  MEISAI-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  満ケース箱処理
      ********************************************************
       CASE-HAKO-RTN              SECTION.
           MOVE  WK-GYO-IRISU  (WK-GYO-IDX)  TO  WK-HAKO-SURYO.
           PERFORM  HAKO-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  端数箱処理（１箱に詰められる数量ずつ）
      ********************************************************
       BARA-HAKO-RTN              SECTION.
           IF  WK-ZAN  >  WK-GYO-CAP  (WK-GYO-IDX)
             MOVE  WK-GYO-CAP  (WK-GYO-IDX)  TO  WK-HAKO-SURYO
           ELSE
             MOVE  WK-ZAN                    TO  WK-HAKO-SURYO
           END-IF.
           SUBTRACT  WK-HAKO-SURYO  FROM  WK-ZAN.
           PERFORM  HAKO-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  箱出力処理（ＳＳＣＣを採番して梱包明細と出荷ラベルを
      *  書き出す）
      ********************************************************
       HAKO-WRITE-RTN             SECTION.
           ADD  1  TO  WK-HAKO-NO.
           COMPUTE  WK-HAKO-JURYO  ROUNDED  =
                    WK-HAKO-SURYO  *  WK-GYO-TANI-JURYO  (WK-GYO-IDX).
           ADD  WK-HAKO-JURYO  TO  WK-GYO-JURYO  WK-SHUKKA-JURYO.
           PERFORM  SSCC-RTN.
           IF  WK-SSCC  =  SPACE
             MOVE  "1"  TO  WK-SSCC-ERR-FLG
           ELSE
             IF  WK-SSCC-FROM  =  SPACE
               MOVE  WK-SSCC  TO  WK-SSCC-FROM
             END-IF
             MOVE  WK-SSCC  TO  WK-SSCC-TO
           END-IF.
           MOVE  SPACE  TO  CTN-REC.
           MOVE  WK-SSCC                           TO  CTN-SSCC.
           MOVE  JF020-JUCHU-NO   OF  WK-GYO-REC   TO  CTN-JUCHU-NO.
           MOVE  JF020-GYO-NO     OF  WK-GYO-REC   TO  CTN-GYO-NO.
           MOVE  JF020-SHIP-SEQ   OF  WK-GYO-REC   TO  CTN-SHIP-SEQ.
           MOVE  WK-HAKO-NO                        TO  CTN-CARTON-NO.
           MOVE  WK-YOSU                           TO  CTN-CARTON-SU.
           MOVE  JF020-TOKU-COD   OF  WK-GYO-REC   TO  CTN-TOKU-COD.
           MOVE  JF020-SHIP-COD   OF  WK-GYO-REC   TO  CTN-SHIP-COD.
           MOVE  JF020-WHS-COD    OF  WK-GYO-REC   TO  CTN-WHS-COD.
           MOVE  JF020-SHOHIN-NO  OF  WK-GYO-REC   TO  CTN-SHOHIN-NO.
           MOVE  JF020-LOT-NO     OF  WK-GYO-REC   TO  CTN-LOT-NO.
           MOVE  WK-HAKO-SURYO                     TO  CTN-SURYO.
           MOVE  WK-HAKO-JURYO                     TO  CTN-JURYO.
           MOVE  WK-PC-DATE8                       TO  CTN-SHIP-DATE.
           WRITE  CTN-REC.
           ADD  +1  TO  CTN-CNT.
           MOVE  SPACE  TO  LBL-REC.
           MOVE  WK-SSCC                           TO  LBL-SSCC.
           IF  WK-SSCC  NOT  =  SPACE
             MOVE  "00"     TO  LBL-BARCODE  (1:2)
             MOVE  WK-SSCC  TO  LBL-BARCODE  (3:18)
           END-IF.
           MOVE  WK-ATESAKI-MEI                    TO  LBL-ATESAKI-MEI.
           MOVE  WK-ATESAKI-YUBIN                  TO  LBL-YUBIN-NO.
           MOVE  WK-ATESAKI-JUSHO                  TO  LBL-JUSHO.
           MOVE  WK-ATESAKI-TEL                    TO  LBL-TEL.
           MOVE  JF020-TOKU-COD   OF  WK-GYO-REC   TO  LBL-TOKU-COD.
           MOVE  JF020-SHIP-COD   OF  WK-GYO-REC   TO  LBL-SHIP-COD.
           MOVE  JF020-JUCHU-NO   OF  WK-GYO-REC   TO  LBL-JUCHU-NO.
           MOVE  JF020-GYO-NO     OF  WK-GYO-REC   TO  LBL-GYO-NO.
           MOVE  JF020-SHIP-SEQ   OF  WK-GYO-REC   TO  LBL-SHIP-SEQ.
           MOVE  WK-HAKO-NO                        TO  LBL-CARTON-NO.
           MOVE  WK-YOSU                           TO  LBL-CARTON-SU.
           MOVE  JF020-SHOHIN-NO  OF  WK-GYO-REC   TO  LBL-SHOHIN-NO.
           MOVE  WK-GYO-MEI  (WK-GYO-IDX)          TO  LBL-SHOHIN-MEI.
           MOVE  WK-HAKO-SURYO                     TO  LBL-SURYO.
           MOVE  WK-CARRIER-COD                    TO  LBL-CARRIER-COD.
           MOVE  WK-PC-DATE8                       TO  LBL-SHIP-DATE.
           WRITE  LBL-REC.
           ADD  +1  TO  LBL-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  ＳＳＣＣ採番処理（拡張桁＋事業者コード、連番、チェック
      *  デジットの18桁。採番できない場合は空白）
      ********************************************************
       SSCC-RTN                   SECTION.
           MOVE  SPACE  TO  WK-SSCC.
           IF  WK-SSCC-OK-FLG  NOT  =  "1"
             OR  WK-SSCC-NEXT  >  WK-SSCC-LAST
               ADD  +1  TO  SSCC-ERR-CNT
               GO  TO  EXT
           END-IF.
           MOVE  WK-SSCC-NEXT  TO  WK-SERIAL.
           MOVE  WK-SSCC-PREFIX  (1:WK-PREFIX-LEN)
             TO  WK-SSCC  (1:WK-PREFIX-LEN).
           MOVE  WK-SERIAL  (WK-SERIAL-POS:WK-SERIAL-LEN)
             TO  WK-SSCC  (WK-PREFIX-LEN  +  1:WK-SERIAL-LEN).
           MOVE  ZERO  TO  WK-CD-SUM.
           MOVE  3     TO  WK-CD-OMOMI.
           PERFORM  CD-SUM-RTN
             VARYING  WK-CD-IDX  FROM  17  BY  -1
               UNTIL  WK-CD-IDX  <  1.
           DIVIDE  WK-CD-SUM  BY  10
             GIVING  WK-CD-SHO  REMAINDER  WK-CD-AMARI.
           IF  WK-CD-AMARI  =  ZERO
             MOVE  ZERO  TO  WK-SSCC-KETA  (18)
           ELSE
             COMPUTE  WK-SSCC-KETA  (18)  =  10  -  WK-CD-AMARI
           END-IF.
           ADD  1  TO  WK-SSCC-NEXT.
       EXT.
           EXIT.
      ********************************************************
      *  チェックデジット加算処理（右端から３・１の重みを交互に
      *  掛けて合計する）
      ********************************************************
       CD-SUM-RTN                 SECTION.
           COMPUTE  WK-CD-SUM  =  WK-CD-SUM  +
                    WK-SSCC-KETA  (WK-CD-IDX)  *  WK-CD-OMOMI.
           IF  WK-CD-OMOMI  =  3
             MOVE  1  TO  WK-CD-OMOMI
           ELSE
             MOVE  3  TO  WK-CD-OMOMI
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  明細印刷処理
      ********************************************************
       MEISAI-RTN                 SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  JF020-JUCHU-NO   OF  WK-GYO-REC  TO  D1-JUCHU-NO.
           MOVE  JF020-GYO-NO     OF  WK-GYO-REC  TO  D1-GYO-NO.
           MOVE  JF020-SHIP-SEQ   OF  WK-GYO-REC  TO  D1-SHIP-SEQ.
           MOVE  JF020-SHOHIN-NO  OF  WK-GYO-REC  TO  D1-SHOHIN-NO.
           MOVE  WK-GYO-MEI    (WK-GYO-IDX)  TO  D1-SHOHIN-MEI.
           MOVE  WK-GYO-BASE   (WK-GYO-IDX)  TO  D1-SURYO.
           MOVE  WK-GYO-IRISU  (WK-GYO-IDX)  TO  D1-IRISU.
           MOVE  WK-GYO-JURYO                TO  D1-JURYO.
           COMPUTE  D1-HAKO  =  WK-GYO-FULL  (WK-GYO-IDX)  +
                                WK-GYO-BARA  (WK-GYO-IDX).
           MOVE  WK-SSCC-FROM  TO  D1-SSCC-FROM.
           MOVE  WK-SSCC-TO    TO  D1-SSCC-TO.
           IF  WK-SSCC-FROM  =  SPACE
             MOVE  SPACE  TO  D1-KARA
           ELSE
             MOVE  " - "  TO  D1-KARA
           END-IF.
           IF  WK-SSCC-ERR-FLG  =  "1"
             MOVE  "＊採番範囲超過＊"  TO  D1-SSCC-FROM
           END-IF.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
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
      *  終了処理（使用したＳＳＣＣの次番号を書き戻す）
      ********************************************************
       TERM-RTN                   SECTION.
           IF  WK-SSCC-OK-FLG  =  "1"
             MOVE  "KJ-SSCC-NEXT"  TO  CFPRM-PARM-KEY
             MOVE  SPACE           TO  CFPRM-VALUE
             MOVE  WK-SSCC-NEXT    TO  CFPRM-VALUE  (1:9)
             MOVE  ZERO            TO  CFPRM-EFF-DATE
             IF  WK-PRM-FOUND-FLG  =  "1"
               REWRITE  PRM-REC
             ELSE
               WRITE  PRM-REC
             END-IF
           END-IF.
           CLOSE  ITF3-FILE  ITF1-FILE  MNF-FILE  SHO-FILE  TKM-FILE
                  SHK-FILE  PRM-FILE  CTN-FILE  LBL-FILE  OEF-FILE.
           IF  SSCC-ERR-CNT  >  ZERO
             DISPLAY  "*** KJBM395 SSCC RANGE OVER ***"
           END-IF.
           DISPLAY  "*** ITF3-CNT="     ITF3-CNT.
           DISPLAY  "*** ITF1-CNT="     ITF1-CNT.
           DISPLAY  "*** SHUKKA-CNT="   SHUKKA-CNT.
           DISPLAY  "*** CTN-CNT="      CTN-CNT.
           DISPLAY  "*** LBL-CNT="      LBL-CNT.
           DISPLAY  "*** SSCC-ERR="     SSCC-ERR-CNT.
           DISPLAY  "*** KJBM395  END ***".
       EXT.
           EXIT.
