      *  サブシステム名：受注
      *  プログラム名  ：運送便割当・マニフェスト作成
      *  作成日／作成者：２０２６年８月２２日  システム技研
      *  変更日／変更者：２０２６年１０月１５日  システム技研
      *        変更内容：直送品の明細を運送便割当の対象外に変更
      *                ：危険物の運搬可能運送会社への割当を追加
      *                ：出荷数量・通貨・受注金額をマニフェストへ控える
      *                ：運送会社の地域判定を郵便番号の都道府県から行う
      ********************************************************
      *  KJBM050の正常ストリーム（ITF3＝至急、ITF1＝通常）の
      *  出荷指示ごとに、運送会社マスタ（KCCFCAR）の地域区分
      *  （届け先の郵便番号の都道府県から求める）と重量から
      *  運送会社を割り当て、予定運賃を計算する。結果は
      *  運送会社別マニフェストファイル（KJCF080）へ書き出し、
      *  運送会社別の件数・重量・予定運賃の日次集計表を印字
      *  する。運送会社からの請求書はこの予定運賃と突き合わせ
      *  て検収する。
      *  直送区分"1"の明細は仕入先が直接出荷するため割り当てない。
      *  危険物（商品マスタの危険物分類あり）は、運送会社マスタで
      *  その分類を運べる行だけを割当の対象とし、運べる行が無い
      *  出荷は会社コード空白（手割当）とする。マニフェストには
      *  危険物の明細ごとに運転者向けの危険物申告（国連番号・品名・
      *  分類・数量・重量）を印字する。
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  TOK-FILE   ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  SHK-FILE   ASSIGN  TO  EXTERNAL  SHK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHK-KEY.
           SELECT  SRT-FILE   ASSIGN  TO  SRTWK01.
           SELECT  MNF-FILE   ASSIGN  TO  EXTERNAL  MNF.
           SELECT  OEF-FILE   ASSIGN  TO  EXTERNAL  OEF.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY  KCCFSHO.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  SHK-FILE.
       01  SHK-REC.
           COPY  KCCFSHK.
       SD  SRT-FILE.
       01  SRT-REC.
           COPY  KJCF080.
           03  WK-CAR-MEI         PIC  X(20).
           03  WK-CAR-KIHON       PIC  9(07).
           03  WK-CAR-KG          PIC  9(05)V9(2).
      *      運搬可能分類（１桁目は危険物でない出荷用に常に"1"、
      *      ２〜１０桁目が危険物分類１〜９）
           03  WK-CAR-KYOKA       PIC  X(10).
      *    割当結果
       01  WK-REGION-KBN          PIC  X(01)          VALUE  SPACE.
      *    地域判定できなかった出荷（共通行で割り当てる）の件数
       01  WK-CHIIKI-NG-CNT       PIC  S9(9)  COMP-3  VALUE  +0.
      *    郵便番号・住所照合連携パラメタ
           COPY  KCBS050P.
       01  WK-HIT-IDX             PIC  S9(4)  COMP-3  VALUE  +0.
      *    出荷重量計算用（ケース受注は基本単位へ換算してから
      *    商品マスタの単位重量を掛ける）
       01  WK-BASE-SURYO          PIC  9(07)          VALUE  ZERO.
       01  WK-JURYO               PIC  9(07)V9(2)     VALUE  ZERO.
       01  WK-UNCHIN              PIC  9(09)          VALUE  ZERO.
      *    危険物判定用（分類位置は運搬可能分類の桁位置。危険物で
      *    ない出荷は１）
       01  WK-KIKEN-KBN           PIC  X(01)          VALUE  SPACE.
       01  WK-KIKEN-NO            PIC  9(01)          VALUE  ZERO.
       01  WK-KIKEN-POS           PIC  9(02)          VALUE  1.
       01  WK-UN-NO               PIC  X(04)          VALUE  SPACE.
       01  WK-SHOKUHIN-FLG        PIC  X(01)          VALUE  SPACE.
       01  WK-SHOHIN-MEI          PIC  X(20)          VALUE  SPACE.
       01  WK-KIKEN-CNT           PIC S9(9)  COMP-3   VALUE  +0.
      *    運送会社別集計（出力側の制御切れで印字）
       01  WK-OLD-CARRIER-COD     PIC  X(02)          VALUE  LOW-VALUE.
       01  WK-CAR-KEN             PIC  S9(7)  COMP-3  VALUE  +0.
         02  FILLER               PIC  X(10)  VALUE  "重量(kg)".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "予定運賃".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "危険物".
         02  FILLER               PIC  X(49)  VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-CARRIER-COD       PIC  X(2).
         02  D1-JURYO             PIC  ZZZ,ZZ9.99.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-UNCHIN            PIC  ZZZ,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KIKEN             PIC  X(06).
         02  FILLER               PIC  X(52)  VALUE  SPACE.
      *  危険物申告（危険物の明細の直下に印字する）
       01  D2-KIKEN.
         02  FILLER               PIC  X(24)  VALUE  SPACE.
         02  FILLER               PIC  X(14)  VALUE
                    "＊危険物申告＊".
         02  FILLER               PIC  X(2)   VALUE  "UN".
         02  D2-UN-NO             PIC  X(04).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-SHOHIN-MEI        PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "分類：".
         02  D2-KIKEN-KBN         PIC  X(01).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "数量：".
         02  D2-SURYO             PIC  Z,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "重量：".
         02  D2-JURYO             PIC  ZZZ,ZZ9.99.
         02  FILLER               PIC  X(2)   VALUE  "kg".
         02  FILLER               PIC  X(23)  VALUE  SPACE.
      *  運送会社計
       01  F1-CAR-KEI.
         02  FILLER               PIC  X(16)  VALUE
           OPEN  INPUT   ITF1-FILE.
           OPEN  INPUT   CAR-FILE.
           OPEN  INPUT   SHO-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  INPUT   SHK-FILE.
           OPEN  OUTPUT  MNF-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
                       WK-CAR-KIHON   (WK-CAR-CNT)
                 MOVE  CFCAR-KG-RYO       TO
                       WK-CAR-KG      (WK-CAR-CNT)
                 MOVE  "1"                TO
                       WK-CAR-KYOKA   (WK-CAR-CNT)  (1:1)
                 MOVE  CFCAR-KIKEN-KYOKA  TO
                       WK-CAR-KYOKA   (WK-CAR-CNT)  (2:9)
               END-IF
           END-READ.
       EXT.
      ********************************************************
       ITF3-WARIATE-RTN           SECTION.
           IF  JF020-DATA-KBN  OF  ITF3-REC  =  "1"
             AND  JF020-CHOKUSO-KBN  OF  ITF3-REC  NOT  =  "1"
             MOVE  ITF3-REC  TO  ITF1-REC
             PERFORM  ORDER-WARIATE-RTN
           END-IF.
      ********************************************************
       ITF1-WARIATE-RTN           SECTION.
           IF  JF020-DATA-KBN  OF  ITF1-REC  =  "1"
             AND  JF020-CHOKUSO-KBN  OF  ITF1-REC  NOT  =  "1"
             PERFORM  ORDER-WARIATE-RTN
           END-IF.
           PERFORM  ITF1-READ-RTN.
      ********************************************************
      *  出荷１件割当処理（ITF1-RECの内容を対象に、重量計算→
      *  運送会社引き当て→ソート引き渡しを行う。地域区分は
      *  届け先の郵便番号の都道府県から求め（CHIIKI-RTN）、
      *  該当地域で重量上限を満たす最初の行、
      *  無ければ全地域共通（"*"）行を使う。危険物はその分類を
      *  運べる行に限る）
      ********************************************************
       ORDER-WARIATE-RTN          SECTION.
           PERFORM  JURYO-CALC-RTN.
           PERFORM  CHIIKI-RTN.
           MOVE  +0  TO  WK-HIT-IDX.
           PERFORM  VARYING  WK-CAR-IDX  FROM  1  BY  1
             UNTIL  WK-CAR-IDX  >  WK-CAR-CNT
                 OR  WK-HIT-IDX  >  +0
             IF  WK-CAR-REGION  (WK-CAR-IDX)  =  WK-REGION-KBN
               AND  WK-JURYO  <=  WK-CAR-LIMIT  (WK-CAR-IDX)
               AND  WK-CAR-KYOKA  (WK-CAR-IDX)  (WK-KIKEN-POS:1)
                      =  "1"
                 MOVE  WK-CAR-IDX  TO  WK-HIT-IDX
             END-IF
           END-PERFORM.
                   OR  WK-HIT-IDX  >  +0
               IF  WK-CAR-REGION  (WK-CAR-IDX)  =  "*"
                 AND  WK-JURYO  <=  WK-CAR-LIMIT  (WK-CAR-IDX)
                 AND  WK-CAR-KYOKA  (WK-CAR-IDX)  (WK-KIKEN-POS:1)
                        =  "1"
                   MOVE  WK-CAR-IDX  TO  WK-HIT-IDX
               END-IF
             END-PERFORM
                 JF080-WHS-COD   IN  SRT-REC.
           MOVE  WK-JURYO        TO  JF080-JURYO   IN  SRT-REC.
           MOVE  WK-UNCHIN       TO  JF080-UNCHIN  IN  SRT-REC.
           MOVE  WK-KIKEN-KBN    TO  JF080-KIKEN-KBN     IN  SRT-REC.
           MOVE  WK-UN-NO        TO  JF080-UN-NO         IN  SRT-REC.
           MOVE  WK-SHOKUHIN-FLG TO  JF080-SHOKUHIN-FLG  IN  SRT-REC.
           MOVE  JF020-SHOHIN-NO  OF  ITF1-REC  TO
                 JF080-SHOHIN-NO  IN  SRT-REC.
           MOVE  WK-BASE-SURYO   TO  JF080-SURYO   IN  SRT-REC.
           MOVE  JF020-CURRENCY  OF  ITF1-REC  TO
                 JF080-CURRENCY  IN  SRT-REC.
           MOVE  JF020-KINGAKU   OF  ITF1-REC  TO
                 JF080-KINGAKU   IN  SRT-REC.
           RELEASE  SRT-REC.
       EXT.
           EXIT.
      ********************************************************
      *  出荷重量計算処理（ケース受注（単位区分"2"）は商品マスタ
      *  のケース換算数量で基本単位へ換算してから単位重量を
      *  掛ける。マスタ未登録・重量未設定の商品は重量ゼロ。
      *  あわせて危険物分類・国連番号・食品フラグを控える）
      ********************************************************
       JURYO-CALC-RTN             SECTION.
           MOVE  JF020-SURYO  OF  ITF1-REC  TO  WK-BASE-SURYO.
           MOVE  ZERO  TO  WK-JURYO.
           MOVE  SPACE  TO  WK-KIKEN-KBN  WK-UN-NO  WK-SHOKUHIN-FLG.
           MOVE  1      TO  WK-KIKEN-POS.
           MOVE  JF020-SHOHIN-NO  OF  ITF1-REC  TO  CFSHO-SHOHIN-NO.
           READ  SHO-FILE
             INVALID  KEY
               END-IF
               COMPUTE  WK-JURYO  ROUNDED  =
                        WK-BASE-SURYO  *  CFSHO-JURYO
               IF  CFSHO-KIKEN-KBN  >=  "1"
                 AND  CFSHO-KIKEN-KBN  <=  "9"
                   MOVE  CFSHO-KIKEN-KBN  TO  WK-KIKEN-KBN
                   MOVE  CFSHO-UN-NO      TO  WK-UN-NO
                   MOVE  CFSHO-KIKEN-KBN  TO  WK-KIKEN-NO
                   COMPUTE  WK-KIKEN-POS  =  WK-KIKEN-NO  +  1
               END-IF
               IF  CFSHO-SHOKUHIN-FLG  =  "1"
                 MOVE  "1"  TO  WK-SHOKUHIN-FLG
               END-IF
           END-READ.
       EXT.
           EXIT.
           MOVE  JF080-WHS-COD   IN  SRT-REC  TO  D1-WHS-COD.
           MOVE  JF080-JURYO     IN  SRT-REC  TO  D1-JURYO.
           MOVE  JF080-UNCHIN    IN  SRT-REC  TO  D1-UNCHIN.
           IF  JF080-KIKEN-KBN  IN  SRT-REC  NOT  =  SPACE
             MOVE  "危険物"  TO  D1-KIKEN
           ELSE
             MOVE  SPACE     TO  D1-KIKEN
           END-IF.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  OEF-CNT.
           IF  JF080-KIKEN-KBN  IN  SRT-REC  NOT  =  SPACE
             PERFORM  KIKEN-SHINKOKU-RTN
           END-IF.
           ADD  +1  TO  WK-CAR-KEN.
           ADD  JF080-JURYO   IN  SRT-REC  TO  WK-CAR-JURYO-KEI.
           ADD  JF080-UNCHIN  IN  SRT-REC  TO  WK-CAR-UNCHIN-KEI.
       EXT.
           EXIT.
      ********************************************************
      *  危険物申告印字処理（国連番号・品名・分類・数量・重量。
      *  品名・数量は商品マスタの商品名と基本単位の数量とする）
      ********************************************************
       KIKEN-SHINKOKU-RTN         SECTION.
           MOVE  SPACE  TO  D2-SHOHIN-MEI.
           MOVE  ZERO   TO  D2-SURYO.
           MOVE  JF080-SHOHIN-NO  IN  SRT-REC  TO  CFSHO-SHOHIN-NO.
           READ  SHO-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               MOVE  CFSHO-SHOHIN-MEI  TO  D2-SHOHIN-MEI
               IF  CFSHO-JURYO  >  ZERO
                 COMPUTE  D2-SURYO  ROUNDED  =
                          JF080-JURYO  IN  SRT-REC  /  CFSHO-JURYO
               END-IF
           END-READ.
           MOVE  JF080-UN-NO      IN  SRT-REC  TO  D2-UN-NO.
           MOVE  JF080-KIKEN-KBN  IN  SRT-REC  TO  D2-KIKEN-KBN.
           MOVE  JF080-JURYO      IN  SRT-REC  TO  D2-JURYO.
           MOVE  D2-KIKEN  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  OEF-CNT.
           ADD  +1  TO  WK-KIKEN-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  運送会社名検索処理（表に無いコードは空白名）
      ********************************************************
       CAR-MEI-RTN                SECTION.
       EXT.
           EXIT.
      ********************************************************
      *  地域判定処理（出荷先コード指定時は出荷先マスタ、未指定
      *  は得意先マスタの郵便番号・住所を郵便番号・住所照合
      *  （KCBS050）に渡し、都道府県の地域区分を使う。住所の
      *  不一致は郵便番号を優先する。マスタに無い・郵便番号が
      *  空白・不正の場合は地域区分空白とし、全地域共通（"*"）
      *  行で割り当てる）
      ********************************************************
       CHIIKI-RTN                 SECTION.
           MOVE  SPACE  TO  WK-REGION-KBN.
           MOVE  SPACE  TO  S050-YUBIN-NO  S050-JUSHO.
           IF  JF020-SHIP-COD  OF  ITF1-REC  NOT  =  SPACE
             MOVE  JF020-TOKU-COD  OF  ITF1-REC  TO  CFSHK-TOKU-COD
             MOVE  JF020-SHIP-COD  OF  ITF1-REC  TO  CFSHK-SHIP-COD
             READ  SHK-FILE
               INVALID  KEY
                 ADD  +1  TO  WK-CHIIKI-NG-CNT
                 GO  TO  EXT
             END-READ
             MOVE  CFSHK-YUBIN-NO  TO  S050-YUBIN-NO
             MOVE  CFSHK-JUSHO     TO  S050-JUSHO
           ELSE
             MOVE  JF020-TOKU-COD  OF  ITF1-REC  TO  CFTOK-TOKU-COD
             READ  TOK-FILE
               INVALID  KEY
                 ADD  +1  TO  WK-CHIIKI-NG-CNT
                 GO  TO  EXT
             END-READ
             MOVE  CFTOK-YUBIN-NO  TO  S050-YUBIN-NO
             MOVE  CFTOK-JUSHO     TO  S050-JUSHO
           END-IF.
           CALL  "KCBS050"  USING  KCBS050-P1.
           IF  S050-RCD  =  SPACE  OR  "4"
             MOVE  S050-REGION-KBN  TO  WK-REGION-KBN
           ELSE
             ADD  +1  TO  WK-CHIIKI-NG-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  ITF3-FILE  ITF1-FILE  CAR-FILE  SHO-FILE
                  TOK-FILE  SHK-FILE  MNF-FILE  OEF-FILE.
           DISPLAY  "*** ITF3-CNT="  ITF3-CNT.
           DISPLAY  "*** ITF1-CNT="  ITF1-CNT.
           DISPLAY  "*** MNF-CNT="   MNF-CNT.
           DISPLAY  "*** KIKEN-CNT=" WK-KIKEN-CNT.
           DISPLAY  "*** CHIIKI-NG-CNT=" WK-CHIIKI-NG-CNT.
           DISPLAY  "*** KJBM110  END ***".
       EXT.
           EXIT.
