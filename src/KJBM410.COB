       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KJBM410.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：受注
      *  プログラム名      ：輸出書類作成
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *  梱包計算（KJBM395）の後、積載便編成（KJBM250）の前に
      *  実行する。当日のマニフェスト（KJCF080）から外貨建て受注
      *  （通貨コードが空白・JPY以外）の出荷を受注番号・出荷連番
      *  ・行番号の順に並べ、１出荷（受注番号＋出荷連番）ごとに
      *  通関用の英文書類を２種類印字する。
      *  　・コマーシャルインボイス（INV）：受注通貨建ての単価・
      *  　　金額と合計、HSコード・原産国
      *  　・パッキングリスト（PKL）：数量・正味重量（商品マスタ
      *  　　の単位重量から計算済みのマニフェスト重量）、箱数と
      *  　　総重量（正味重量＋箱数×箱の風袋重量（システムパラ
      *  　　メタKJ-CTN-TARE-KG、99V99の４桁、既定０．５ｋｇ））
      *  インコタームズ・荷受人は得意先マスタから、箱数は梱包
      *  明細（KJCF340）から引き当てる。梱包明細の無い出荷は箱数
      *  ゼロ・総重量＝正味重量とし、その旨を注記する。
      *  正常終了時に実行状態ファイル（KCCFRUN）へ実行日を記録
      *  する。KJBM250は当日の記録が無い間、外貨建て出荷を便に
      *  積まず積込保留とする
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  MNF-FILE   ASSIGN  TO  EXTERNAL  MNF.
           SELECT  CTN-FILE   ASSIGN  TO  EXTERNAL  CTN.
           SELECT  SHO-FILE   ASSIGN  TO  EXTERNAL  SHO
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  TKM-FILE   ASSIGN  TO  EXTERNAL  TKM
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  PRM-FILE   ASSIGN  TO  EXTERNAL  PRM
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFPRM-PARM-KEY.
           SELECT  RUN-FILE   ASSIGN  TO  EXTERNAL  RNS
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFRUN-PGM-ID.
           SELECT  SRT-FILE   ASSIGN  TO  SRTWK01.
           SELECT  INV-FILE   ASSIGN  TO  EXTERNAL  INV.
           SELECT  PKL-FILE   ASSIGN  TO  EXTERNAL  PKL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  MNF-FILE.
       01  MNF-REC.
           COPY  KJCF080.
       FD  CTN-FILE.
       01  CTN-REC.
           COPY  KJCF340.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY  KCCFSHO.
       FD  TKM-FILE.
       01  TKM-REC.
           COPY  KCCFTOK.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY  KCCFPRM.
       FD  RUN-FILE.
       01  RUN-REC.
           COPY  KCCFRUN.
       SD  SRT-FILE.
       01  SRT-REC.
           COPY  KJCF080.
       FD  INV-FILE.
       01  INV-REC                PIC  X(135).
       FD  PKL-FILE.
       01  PKL-REC                PIC  X(135).
      *
       WORKING-STORAGE             SECTION.
       01  MNF-END-FLG            PIC  X(1)          VALUE  "0".
       01  CTN-END-FLG            PIC  X(1)          VALUE  "0".
       01  SRT-END-FLG            PIC  X(1)          VALUE  "0".
       01  MNF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  EXP-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  DOC-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  NOCTN-CNT              PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    書類の単位（受注番号＋出荷連番）の控え
       01  WK-CUR-DOC-KEY.
         02  WK-CUR-JUCHU-NO      PIC  9(06)          VALUE  ZERO.
         02  WK-CUR-SHIP-SEQ      PIC  9(02)          VALUE  ZERO.
       01  WK-NEW-DOC-KEY.
         02  WK-NEW-JUCHU-NO      PIC  9(06)          VALUE  ZERO.
         02  WK-NEW-SHIP-SEQ      PIC  9(02)          VALUE  ZERO.
      *    梱包明細のキー（終端はHIGH-VALUE）
       01  WK-CTN-KEY.
         02  WK-CTN-JUCHU-NO      PIC  9(06)          VALUE  ZERO.
         02  WK-CTN-SHIP-SEQ      PIC  9(02)          VALUE  ZERO.
      *    箱の風袋重量（ｋｇ。パラメタは99V99の４桁）
       01  WK-TARE-KG             PIC  9(02)V9(02)    VALUE  0.50.
       01  WK-PRM-TARE-4          PIC  9(04)          VALUE  ZERO.
      *    出荷単位の集計
       01  WK-DOC-CTN-SU          PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-DOC-KINGAKU         PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-DOC-NET             PIC S9(9)V9(2) COMP-3  VALUE  +0.
       01  WK-DOC-GROSS           PIC S9(9)V9(2) COMP-3  VALUE  +0.
       01  WK-DOC-CURRENCY        PIC  X(03)          VALUE  SPACE.
       01  WK-TANKA               PIC S9(9)V9(2) COMP-3  VALUE  +0.
      *    品名・通関情報（商品マスタから。英文品名未設定は商品名）
       01  WK-HINMEI              PIC  X(30)          VALUE  SPACE.
       01  WK-HS-COD              PIC  X(10)          VALUE  SPACE.
       01  WK-GENSANKOKU          PIC  X(02)          VALUE  SPACE.
      *  コマーシャルインボイス大見出し
       01  IH1-OOMIDASHI.
         02  FILLER               PIC  X(45)  VALUE  SPACE.
         02  FILLER               PIC  X(18)  VALUE
                    "COMMERCIAL INVOICE".
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(5)   VALUE  "DATE ".
         02  IH1-DATE             PIC  9(08).
         02  FILLER               PIC  X(49)  VALUE  SPACE.
      *  パッキングリスト大見出し
       01  PH1-OOMIDASHI.
         02  FILLER               PIC  X(48)  VALUE  SPACE.
         02  FILLER               PIC  X(12)  VALUE  "PACKING LIST".
         02  FILLER               PIC  X(13)  VALUE  SPACE.
         02  FILLER               PIC  X(5)   VALUE  "DATE ".
         02  PH1-DATE             PIC  9(08).
         02  FILLER               PIC  X(49)  VALUE  SPACE.
      *  書類番号・取引条件（両書類共通）
       01  H2-JOKEN.
         02  FILLER               PIC  X(12)  VALUE  "INVOICE NO: ".
         02  H2-JUCHU-NO          PIC  9(06).
         02  FILLER               PIC  X(1)   VALUE  "-".
         02  H2-SHIP-SEQ          PIC  9(02).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "CURRENCY: ".
         02  H2-CURRENCY          PIC  X(03).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(7)   VALUE  "TERMS: ".
         02  H2-INCOTERMS         PIC  X(03).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H2-INCO-BASHO        PIC  X(20).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(9)   VALUE  "CARRIER: ".
         02  H2-CARRIER-COD       PIC  X(02).
         02  FILLER               PIC  X(47)  VALUE  SPACE.
      *  荷受人（両書類共通）
       01  H3-CNSG1.
         02  FILLER               PIC  X(11)  VALUE  "CONSIGNEE: ".
         02  H3-CNSG-MEI          PIC  X(40).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "CUSTOMER: ".
         02  H3-TOKU-COD          PIC  X(04).
         02  FILLER               PIC  X(66)  VALUE  SPACE.
       01  H3-CNSG2.
         02  FILLER               PIC  X(11)  VALUE  SPACE.
         02  H3-CNSG-JUSHO        PIC  X(50).
         02  FILLER               PIC  X(74)  VALUE  SPACE.
       01  H3-CNSG3.
         02  FILLER               PIC  X(11)  VALUE  SPACE.
         02  FILLER               PIC  X(9)   VALUE  "COUNTRY: ".
         02  H3-CNSG-KUNI         PIC  X(02).
         02  FILLER               PIC  X(113) VALUE  SPACE.
      *  コマーシャルインボイス小見出し
       01  IH4-KOMIDASHI.
         02  FILLER               PIC  X(4)   VALUE  "LN".
         02  FILLER               PIC  X(9)   VALUE  "ITEM".
         02  FILLER               PIC  X(32)  VALUE  "DESCRIPTION".
         02  FILLER               PIC  X(12)  VALUE  "HS CODE".
         02  FILLER               PIC  X(6)   VALUE  "ORIG".
         02  FILLER               PIC  X(11)  VALUE  " QUANTITY".
         02  FILLER               PIC  X(16)  VALUE
                    "    UNIT PRICE".
         02  FILLER               PIC  X(11)  VALUE  "     AMOUNT".
         02  FILLER               PIC  X(34)  VALUE  SPACE.
      *  コマーシャルインボイス明細
       01  ID1-MEISAI.
         02  ID1-GYO-NO           PIC  9(02).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  ID1-SHOHIN-NO        PIC  X(05).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  ID1-HINMEI           PIC  X(30).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  ID1-HS-COD           PIC  X(10).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  ID1-GENSANKOKU       PIC  X(02).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  ID1-SURYO            PIC  Z,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  ID1-TANKA            PIC  ZZZ,ZZZ,ZZ9.99.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  ID1-KINGAKU          PIC  ---,---,--9.
         02  FILLER               PIC  X(34)  VALUE  SPACE.
      *  コマーシャルインボイス合計
       01  IF1-GOKEI.
         02  FILLER               PIC  X(73)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "TOTAL ".
         02  IF1-CURRENCY         PIC  X(03).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  IF1-KINGAKU          PIC  ---,---,---,--9.
         02  FILLER               PIC  X(34)  VALUE  SPACE.
       01  IF2-SENGEN.
         02  FILLER               PIC  X(50)  VALUE
                "WE CERTIFY THAT THIS INVOICE IS TRUE AND CORRECT.".
         02  FILLER               PIC  X(85)  VALUE  SPACE.
      *  パッキングリスト小見出し
       01  PH4-KOMIDASHI.
         02  FILLER               PIC  X(4)   VALUE  "LN".
         02  FILLER               PIC  X(9)   VALUE  "ITEM".
         02  FILLER               PIC  X(32)  VALUE  "DESCRIPTION".
         02  FILLER               PIC  X(12)  VALUE  "HS CODE".
         02  FILLER               PIC  X(6)   VALUE  "ORIG".
         02  FILLER               PIC  X(11)  VALUE  " QUANTITY".
         02  FILLER               PIC  X(12)  VALUE  " NET WT (KG)".
         02  FILLER               PIC  X(49)  VALUE  SPACE.
      *  パッキングリスト明細
       01  PD1-MEISAI.
         02  PD1-GYO-NO           PIC  9(02).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  PD1-SHOHIN-NO        PIC  X(05).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  PD1-HINMEI           PIC  X(30).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  PD1-HS-COD           PIC  X(10).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  PD1-GENSANKOKU       PIC  X(02).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  PD1-SURYO            PIC  Z,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  PD1-JURYO            PIC  Z,ZZZ,ZZ9.99.
         02  FILLER               PIC  X(49)  VALUE  SPACE.
      *  パッキングリスト合計
       01  PF1-GOKEI.
         02  FILLER               PIC  X(15)  VALUE
                    "TOTAL CARTONS: ".
         02  PF1-CTN-SU           PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(23)  VALUE
                    "TOTAL NET WEIGHT (KG): ".
         02  PF1-NET              PIC  Z,ZZZ,ZZ9.99.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(25)  VALUE
                    "TOTAL GROSS WEIGHT (KG): ".
         02  PF1-GROSS            PIC  Z,ZZZ,ZZ9.99.
         02  FILLER               PIC  X(34)  VALUE  SPACE.
      *  梱包明細なしの注記
       01  PF2-NOCTN.
         02  FILLER               PIC  X(56)  VALUE
           "NOTE: CARTON DETAIL NOT FOUND - GROSS WEIGHT IS NET ONLY".
         02  FILLER               PIC  X(79)  VALUE  SPACE.
      *
      ********************************************************
      *  輸出書類作成（外貨建て出荷を受注番号・出荷連番・行番号
      *    のキーでソートし、１出荷ごとにインボイスとパッキング
      *    リストを印字する）
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           SORT  SRT-FILE
             ON  ASCENDING  KEY  JF080-JUCHU-NO  IN  SRT-REC
                                 JF080-SHIP-SEQ  IN  SRT-REC
                                 JF080-GYO-NO    IN  SRT-REC
             INPUT   PROCEDURE  ATSUME-RTN
             OUTPUT  PROCEDURE  SHORUI-CTL-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KJBM410 START ***".
           OPEN  INPUT   MNF-FILE.
           OPEN  INPUT   CTN-FILE.
           OPEN  INPUT   SHO-FILE.
           OPEN  INPUT   TKM-FILE.
           OPEN  INPUT   PRM-FILE.
           OPEN  I-O     RUN-FILE.
           OPEN  OUTPUT  INV-FILE.
           OPEN  OUTPUT  PKL-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  IH1-DATE  PH1-DATE.
           PERFORM  PRM-YOMI-RTN.
           PERFORM  CTN-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  パラメタ読込処理（箱の風袋重量）
      ********************************************************
       PRM-YOMI-RTN               SECTION.
           MOVE  "KJ-CTN-TARE-KG"  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  (CFPRM-EFF-DATE  =  ZERO
                    OR  CFPRM-EFF-DATE  <=  WK-PC-DATE8)
                 AND  CFPRM-VALUE  (1:4)  IS  NUMERIC
                   MOVE  CFPRM-VALUE  (1:4)  TO  WK-PRM-TARE-4
                   COMPUTE  WK-TARE-KG  =  WK-PRM-TARE-4  /  100
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  収集処理（入力側。外貨建て受注の出荷だけをソートへ渡す）
      ********************************************************
       ATSUME-RTN                 SECTION.
           PERFORM  MNF-READ-RTN.
           PERFORM  MNF-RELEASE-RTN  UNTIL  MNF-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  マニフェスト入力処理
      ********************************************************
       MNF-READ-RTN               SECTION.
           READ  MNF-FILE
             AT  END
               MOVE  "1"  TO  MNF-END-FLG
             NOT  AT  END
               ADD  +1  TO  MNF-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  ソート引き渡し処理
      ********************************************************
       MNF-RELEASE-RTN            SECTION.
           IF  JF080-CURRENCY  OF  MNF-REC  NOT  =  SPACE
             AND  JF080-CURRENCY  OF  MNF-REC  NOT  =  "JPY"
               MOVE  MNF-REC  TO  SRT-REC
               RELEASE  SRT-REC
               ADD  +1  TO  EXP-CNT
           END-IF.
           PERFORM  MNF-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  書類作成制御処理（出力側。受注番号＋出荷連番の切り替わり
      *  を１出荷の書類とする）
      ********************************************************
       SHORUI-CTL-RTN             SECTION.
           PERFORM  RETURN-RTN.
           PERFORM  DOC-RTN  UNTIL  SRT-END-FLG  =  "1".
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
               MOVE  JF080-JUCHU-NO  IN  SRT-REC  TO  WK-NEW-JUCHU-NO
               MOVE  JF080-SHIP-SEQ  IN  SRT-REC  TO  WK-NEW-SHIP-SEQ
           END-RETURN.
       EXT.
           EXIT.
      ********************************************************
      *  １出荷書類作成処理
      ********************************************************
       DOC-RTN                    SECTION.
           MOVE  WK-NEW-DOC-KEY  TO  WK-CUR-DOC-KEY.
           MOVE  +0  TO  WK-DOC-KINGAKU  WK-DOC-NET.
           MOVE  JF080-CURRENCY  IN  SRT-REC  TO  WK-DOC-CURRENCY.
           PERFORM  CTN-MATCH-RTN.
           PERFORM  NIUKENIN-RTN.
           PERFORM  MIDASHI-RTN.
           PERFORM  GYO-RTN
             UNTIL  SRT-END-FLG  =  "1"
                 OR  WK-NEW-DOC-KEY  NOT  =  WK-CUR-DOC-KEY.
           PERFORM  GOKEI-RTN.
           ADD  +1  TO  DOC-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  梱包明細読込処理
      ********************************************************
       CTN-READ-RTN               SECTION.
           READ  CTN-FILE
             AT  END
               MOVE  "1"         TO  CTN-END-FLG
               MOVE  HIGH-VALUE  TO  WK-CTN-KEY
             NOT  AT  END
               MOVE  CTN-JUCHU-NO  TO  WK-CTN-JUCHU-NO
               MOVE  CTN-SHIP-SEQ  TO  WK-CTN-SHIP-SEQ
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  箱数引当処理（梱包明細は受注番号・出荷連番・箱番号の
      *  順のため、当該出荷のキーまで読み進めて行数を数える）
      ********************************************************
       CTN-MATCH-RTN              SECTION.
           MOVE  +0  TO  WK-DOC-CTN-SU.
           PERFORM  CTN-READ-RTN
             UNTIL  WK-CTN-KEY  NOT  <  WK-CUR-DOC-KEY.
           PERFORM  CTN-COUNT-RTN
             UNTIL  WK-CTN-KEY  NOT  =  WK-CUR-DOC-KEY.
           IF  WK-DOC-CTN-SU  =  ZERO
             ADD  +1  TO  NOCTN-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  箱数計数処理
      ********************************************************
       CTN-COUNT-RTN              SECTION.
           ADD  +1  TO  WK-DOC-CTN-SU.
           PERFORM  CTN-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  荷受人・取引条件編集処理（得意先マスタの荷受人を使い、
      *  荷受人名称が未設定なら得意先名・請求先住所とする）
      ********************************************************
       NIUKENIN-RTN               SECTION.
           MOVE  WK-CUR-JUCHU-NO  TO  H2-JUCHU-NO.
           MOVE  WK-CUR-SHIP-SEQ  TO  H2-SHIP-SEQ.
           MOVE  WK-DOC-CURRENCY  TO  H2-CURRENCY  IF1-CURRENCY.
           MOVE  JF080-CARRIER-COD  IN  SRT-REC  TO  H2-CARRIER-COD.
           MOVE  JF080-TOKU-COD     IN  SRT-REC  TO  H3-TOKU-COD.
           MOVE  SPACE  TO  H2-INCOTERMS  H2-INCO-BASHO
                            H3-CNSG-MEI   H3-CNSG-KUNI.
           MOVE  JF080-TOKU-COD  IN  SRT-REC  TO  CFTOK-TOKU-COD.
           READ  TKM-FILE
             INVALID  KEY
               MOVE  SPACE  TO  TKM-REC
             NOT  INVALID  KEY
               MOVE  CFTOK-INCOTERMS   TO  H2-INCOTERMS
               MOVE  CFTOK-INCO-BASHO  TO  H2-INCO-BASHO
               MOVE  CFTOK-CNSG-KUNI   TO  H3-CNSG-KUNI
               IF  CFTOK-CNSG-MEI  NOT  =  SPACE
                 MOVE  CFTOK-CNSG-MEI  TO  H3-CNSG-MEI
               ELSE
                 MOVE  CFTOK-TOKU-MEI  TO  H3-CNSG-MEI
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  見出し印刷処理（両書類に書類番号・取引条件・荷受人を
      *  印字する）
      ********************************************************
       MIDASHI-RTN                SECTION.
           MOVE  IH1-OOMIDASHI  TO  INV-REC.
           WRITE  INV-REC  AFTER  PAGE.
           MOVE  PH1-OOMIDASHI  TO  PKL-REC.
           WRITE  PKL-REC  AFTER  PAGE.
           MOVE  H2-JOKEN  TO  INV-REC.
           WRITE  INV-REC  AFTER  2.
           MOVE  H2-JOKEN  TO  PKL-REC.
           WRITE  PKL-REC  AFTER  2.
           MOVE  H3-CNSG1  TO  INV-REC.
           WRITE  INV-REC  AFTER  2.
           MOVE  H3-CNSG1  TO  PKL-REC.
           WRITE  PKL-REC  AFTER  2.
           IF  CFTOK-CNSG-MEI  NOT  =  SPACE
             MOVE  CFTOK-CNSG-JUSHO1  TO  H3-CNSG-JUSHO
             PERFORM  JUSHO-PRINT-RTN
             MOVE  CFTOK-CNSG-JUSHO2  TO  H3-CNSG-JUSHO
             PERFORM  JUSHO-PRINT-RTN
           ELSE
             MOVE  CFTOK-JUSHO        TO  H3-CNSG-JUSHO
             PERFORM  JUSHO-PRINT-RTN
           END-IF.
           MOVE  H3-CNSG3  TO  INV-REC.
           WRITE  INV-REC  AFTER  1.
           MOVE  H3-CNSG3  TO  PKL-REC.
           WRITE  PKL-REC  AFTER  1.
           MOVE  IH4-KOMIDASHI  TO  INV-REC.
           WRITE  INV-REC  AFTER  2.
           MOVE  PH4-KOMIDASHI  TO  PKL-REC.
           WRITE  PKL-REC  AFTER  2.
       EXT.
           EXIT.
      ********************************************************
      *  荷受人住所行印刷処理（空白行は印字しない）
      ********************************************************
       JUSHO-PRINT-RTN            SECTION.
           IF  H3-CNSG-JUSHO  =  SPACE
             GO  TO  EXT
           END-IF.
           MOVE  H3-CNSG2  TO  INV-REC.
           WRITE  INV-REC  AFTER  1.
           MOVE  H3-CNSG2  TO  PKL-REC.
           WRITE  PKL-REC  AFTER  1.
       EXT.
           EXIT.
      ********************************************************
      *  明細印刷処理（単価は受注金額÷出荷数量。品名・HSコード
      *  ・原産国は商品マスタから引く）
      ********************************************************
       GYO-RTN                    SECTION.
           PERFORM  SHOHIN-RTN.
           MOVE  +0  TO  WK-TANKA.
           IF  JF080-SURYO  IN  SRT-REC  >  ZERO
             COMPUTE  WK-TANKA  ROUNDED  =
                      JF080-KINGAKU  IN  SRT-REC  /
                      JF080-SURYO    IN  SRT-REC
           END-IF.
           MOVE  JF080-GYO-NO     IN  SRT-REC  TO  ID1-GYO-NO.
           MOVE  JF080-SHOHIN-NO  IN  SRT-REC  TO  ID1-SHOHIN-NO.
           MOVE  WK-HINMEI                     TO  ID1-HINMEI.
           MOVE  WK-HS-COD                     TO  ID1-HS-COD.
           MOVE  WK-GENSANKOKU                 TO  ID1-GENSANKOKU.
           MOVE  JF080-SURYO      IN  SRT-REC  TO  ID1-SURYO.
           MOVE  WK-TANKA                      TO  ID1-TANKA.
           MOVE  JF080-KINGAKU    IN  SRT-REC  TO  ID1-KINGAKU.
           MOVE  ID1-MEISAI  TO  INV-REC.
           WRITE  INV-REC  AFTER  1.
           MOVE  JF080-GYO-NO     IN  SRT-REC  TO  PD1-GYO-NO.
           MOVE  JF080-SHOHIN-NO  IN  SRT-REC  TO  PD1-SHOHIN-NO.
           MOVE  WK-HINMEI                     TO  PD1-HINMEI.
           MOVE  WK-HS-COD                     TO  PD1-HS-COD.
           MOVE  WK-GENSANKOKU                 TO  PD1-GENSANKOKU.
           MOVE  JF080-SURYO      IN  SRT-REC  TO  PD1-SURYO.
           MOVE  JF080-JURYO      IN  SRT-REC  TO  PD1-JURYO.
           MOVE  PD1-MEISAI  TO  PKL-REC.
           WRITE  PKL-REC  AFTER  1.
           ADD  JF080-KINGAKU  IN  SRT-REC  TO  WK-DOC-KINGAKU.
           ADD  JF080-JURYO    IN  SRT-REC  TO  WK-DOC-NET.
           PERFORM  RETURN-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  商品通関情報引当処理（英文品名が未設定なら商品名、
      *  マスタ未登録は空白）
      ********************************************************
       SHOHIN-RTN                 SECTION.
           MOVE  SPACE  TO  WK-HINMEI  WK-HS-COD  WK-GENSANKOKU.
           MOVE  JF080-SHOHIN-NO  IN  SRT-REC  TO  CFSHO-SHOHIN-NO.
           READ  SHO-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  CFSHO-SHOHIN-MEI-EN  NOT  =  SPACE
                 MOVE  CFSHO-SHOHIN-MEI-EN  TO  WK-HINMEI
               ELSE
                 MOVE  CFSHO-SHOHIN-MEI     TO  WK-HINMEI
               END-IF
               MOVE  CFSHO-HS-COD      TO  WK-HS-COD
               MOVE  CFSHO-GENSANKOKU  TO  WK-GENSANKOKU
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  合計印刷処理（インボイスは受注通貨建ての合計金額、
      *  パッキングリストは箱数・正味重量・総重量）
      ********************************************************
       GOKEI-RTN                  SECTION.
           MOVE  WK-DOC-KINGAKU  TO  IF1-KINGAKU.
           MOVE  IF1-GOKEI  TO  INV-REC.
           WRITE  INV-REC  AFTER  2.
           MOVE  IF2-SENGEN  TO  INV-REC.
           WRITE  INV-REC  AFTER  3.
           COMPUTE  WK-DOC-GROSS  =
                    WK-DOC-NET  +  WK-DOC-CTN-SU  *  WK-TARE-KG.
           MOVE  WK-DOC-CTN-SU  TO  PF1-CTN-SU.
           MOVE  WK-DOC-NET     TO  PF1-NET.
           MOVE  WK-DOC-GROSS   TO  PF1-GROSS.
           MOVE  PF1-GOKEI  TO  PKL-REC.
           WRITE  PKL-REC  AFTER  2.
           IF  WK-DOC-CTN-SU  =  ZERO
             MOVE  PF2-NOCTN  TO  PKL-REC
             WRITE  PKL-REC  AFTER  1
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理（実行状態を更新する）
      ********************************************************
       TERM-RTN                   SECTION.
           MOVE  "KJBM410"  TO  CFRUN-PGM-ID.
           READ  RUN-FILE
             INVALID  KEY
               ACCEPT  CFRUN-DATE  FROM  DATE  YYYYMMDD
               ACCEPT  CFRUN-TIME  FROM  TIME
               MOVE  1  TO  CFRUN-CYCLE-NO
               WRITE  RUN-REC
             NOT  INVALID  KEY
               ACCEPT  CFRUN-DATE  FROM  DATE  YYYYMMDD
               ACCEPT  CFRUN-TIME  FROM  TIME
               MOVE  1  TO  CFRUN-CYCLE-NO
               REWRITE  RUN-REC
           END-READ.
           CLOSE  MNF-FILE  CTN-FILE  SHO-FILE  TKM-FILE  PRM-FILE
                  RUN-FILE  INV-FILE  PKL-FILE.
           DISPLAY  "*** MNF-CNT="    MNF-CNT.
           DISPLAY  "*** EXP-CNT="    EXP-CNT.
           DISPLAY  "*** DOC-CNT="    DOC-CNT.
           DISPLAY  "*** NOCTN-CNT="  NOCTN-CNT.
           DISPLAY  "*** KJBM410  END ***".
       EXT.
           EXIT.
