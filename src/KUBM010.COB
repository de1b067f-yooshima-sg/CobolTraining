      *       変更内容：短出荷残の再引当回しと短出荷リストを追加
      *               ：返品計上時のＲＭＡ返品済数量更新を追加
      *               ：販促値引の売上ファイルへの引継ぎを追加
      * 変更日／変更者：２０２６年１０月１５日  システム技研
      *       変更内容：前受金の売上計上時自動充当を追加
      *               ：引当ロットの付随費用単価を原価へ加算
      *               ：無償出荷の見本品出荷ファイルへの振分けを追加
      *               ：委託在庫補充の委託補充ファイルへの振分けを追加
      *               ：直送明細の原価を直送発注の仕入単価に変更
      *               ：受注の会社コードの売上への引継ぎを追加
      ********************************************************
      *    突合済み受注（ITF）と前日までの出荷確認待ち控え（SPI）
      *    を読み、倉庫からの出荷確認（SCF）が取れた受注明細だけ
      *    出し、倉庫別・理由別の短出荷リストを印字する。RALは
      *    エラー再投入（KJBM015）経由で翌日のKJBM030再引当に
      *    かける運用とする。
      *    前受金台帳（KUCF180）に預かり残高のある得意先の受注
      *    売上は、計上と同時に預かり残高から売上金額を限度に
      *    充当し、充当額を入金と同じ形式（KUCF070）で前受金充当
      *    ファイル（JUT）へ書き出す。JUTはKUBM190の入金充当と
      *    KUBM035の入金消込の入力へ連結する。
      *    無償出荷（無償区分"1"のサンプル・代替品）は出荷確認の
      *    ゲートまでは受注と同じに扱うが、売上（UF010）へは計上
      *    せず（請求・売掛・粗利・歩合の対象外）、同じKUCF010
      *    形式で単価・金額ゼロ、標準原価付きの明細を見本品出荷
      *    ファイル（SMP。追記で累積する）へ書き出す。見本品費の
      *    仕訳（KUBM060）と見本品費月報（KUBM320）の入力とし、
      *    リコール時はロット照会（KUBM014・KJBM210）の入力へ連結
      *    して出荷先を拾えるようにする。
      *    委託在庫の補充出荷（無償区分"2"）も売上へは計上せず、
      *    同じ形式で委託補充ファイル（ITK）へ書き出す。委託在庫
      *    補充入庫（KJBM400）が得意先の委託在庫場所のロット別
      *    在庫へ積み増し、売上は得意先の使用報告を委託在庫使用
      *    計上（KUBM325）が取り込んだ時点で立てる。
      *    直送明細（直送区分"1"）は倉庫を通らず、仕入先の出荷確認
      *    を直送出荷確認取込（KHBM080）が変換した出荷確認で計上
      *    する。原価は標準原価に代えて出荷確認の直送発注行
      *    （KHCF010）の仕入単価とし、短出荷の残数量は再引当に回さ
      *    ず出荷連番＋１で確認待ち控えへ繰り越して仕入先の分納を
      *    待つ。
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  LOT-FILE  ASSIGN  TO  EXTERNAL  LOT
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFLOT-KEY.
           SELECT  POF-FILE  ASSIGN  TO  EXTERNAL  POF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  HF010-PO-KEY.
           SELECT  OTF-FILE  ASSIGN TO  EXTERNAL  OTF.
           SELECT  HLD-FILE  ASSIGN TO  EXTERNAL  HLD.
           SELECT  RAL-FILE  ASSIGN TO  EXTERNAL  RAL.
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  STS-KEY.
           SELECT  MAE-FILE  ASSIGN  TO  EXTERNAL  MAE
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  MAE-TOKU-COD.
           SELECT  JUT-FILE  ASSIGN TO  EXTERNAL  JUT.
           SELECT  SMP-FILE  ASSIGN TO  EXTERNAL  SMP.
           SELECT  ITK-FILE  ASSIGN TO  EXTERNAL  ITK.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY  KCCFSHO.
      *    ロット別在庫（引当ロットの付随費用単価を原価へ加える）
       FD  LOT-FILE.
       01  LOT-REC.
           COPY  KCCFLOT.
      *    発注ファイル（直送明細の原価を直送発注の仕入単価とする）
       FD  POF-FILE.
       01  POF-REC.
           COPY  KHCF010.
       FD  OTF-FILE.
       01  OTF-REC.
           COPY  KUCF010.
       FD  STS-FILE.
       01  STS-REC.
           COPY  KJCF150.
      *    前受金台帳（預かり残高から売上を充当する）
       FD  MAE-FILE.
       01  MAE-REC.
           COPY  KUCF180.
      *    前受金充当（KUCF070形式。売掛の入金として流す）
       FD  JUT-FILE.
       01  JUT-REC.
           COPY  KUCF070.
      *    見本品出荷ファイル（無償出荷の原価控え。KUCF010形式を
      *    追記で累積する）
       FD  SMP-FILE.
       01  SMP-REC                 PIC  X(141).
      *    委託補充ファイル（委託在庫の補充出荷の原価控え。KUCF010
      *    形式。KJBM400の入力）
       FD  ITK-FILE.
       01  ITK-REC                 PIC  X(141).
      *
       WORKING-STORAGE             SECTION.
      *    受注ステータス追跡用
       01  SPO-CNT                 PIC  S9(9)  COMP-3  VALUE  +0.
       01  OTF-CNT                 PIC  S9(9)  COMP-3  VALUE  +0.
       01  HLD-CNT                 PIC  S9(9)  COMP-3  VALUE  +0.
       01  JUT-CNT                 PIC  S9(9)  COMP-3  VALUE  +0.
       01  SMP-CNT                 PIC  S9(9)  COMP-3  VALUE  +0.
       01  ITK-CNT                 PIC  S9(9)  COMP-3  VALUE  +0.
       01  ITF-END-FLG             PIC   X(1)          VALUE  "0".
       01  SCF-END-FLG             PIC   X(1)          VALUE  "0".
       01  SPI-END-FLG             PIC   X(1)          VALUE  "0".
      *    支払保留判定結果（"1"＝保留中、得意先マスタ未登録の
      *    場合は保留扱いとせず従来どおり売上を計上する）
       01  WK-HOLD-FLG              PIC  X(01)          VALUE  SPACE.
      *    前受金充当用（充当額と充当年月）
       01  WK-MAE-JUTO-GAKU         PIC S9(09)          VALUE  ZERO.
       01  WK-MAE-YM                PIC  9(06)          VALUE  ZERO.
      *    標準原価判定用（商品マスタの原価を受注日時点で有効
      *    だったものへ読み替える。ＫＪＢＭ０３０の適用単価
      *    判定と同じ考え方。マスタ未登録の商品は原価ゼロ扱い）
           03  WK-CNF-SHIP-SURYO    PIC  9(05).
           03  WK-CNF-USED-FLG      PIC  X(01).
           03  WK-CNF-SHORT-RISON   PIC  X(01).
           03  WK-CNF-PO-NO         PIC  9(06).
           03  WK-CNF-PO-GYO        PIC  9(02).
      *    短出荷処理用（未出荷残数量と短出荷リストの件数）
       01  WK-TAN-ZAN-SURYO         PIC S9(06)          VALUE  ZERO.
       01  RAL-CNT                  PIC  S9(9)  COMP-3  VALUE  +0.
           OPEN  OUTPUT  SPO-FILE.
           OPEN  INPUT   IMF-FILE.
           OPEN  INPUT   SHO-FILE.
           OPEN  INPUT   LOT-FILE.
           OPEN  INPUT   POF-FILE.
           OPEN  OUTPUT  OTF-FILE.
           OPEN  OUTPUT  HLD-FILE.
           OPEN  OUTPUT  RAL-FILE.
           OPEN  I-O     RMA-FILE.
           OPEN  OUTPUT  OEF-FILE.
           OPEN  I-O     RUN-FILE.
           OPEN  I-O     MAE-FILE.
           OPEN  OUTPUT  JUT-FILE.
           OPEN  EXTEND  SMP-FILE.
           OPEN  OUTPUT  ITK-FILE.
           ACCEPT  H1-TAN-DATE  FROM  DATE  YYYYMMDD.
           MOVE  H1-TANSHUKKA  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
                       WK-CNF-USED-FLG    (WK-CNF-CNT)
                 MOVE  SCF-SHORT-RISON  TO
                       WK-CNF-SHORT-RISON  (WK-CNF-CNT)
                 IF  SCF-PO-NO  IS  NUMERIC
                   AND  SCF-PO-GYO  IS  NUMERIC
                   MOVE  SCF-PO-NO   TO  WK-CNF-PO-NO   (WK-CNF-CNT)
                   MOVE  SCF-PO-GYO  TO  WK-CNF-PO-GYO  (WK-CNF-CNT)
                 ELSE
                   MOVE  ZERO  TO  WK-CNF-PO-NO   (WK-CNF-CNT)
                                   WK-CNF-PO-GYO  (WK-CNF-CNT)
                 END-IF
               ELSE
                 ADD  +1  TO  WK-CNF-OVER-CNT
               END-IF
      * 短出荷処理（未出荷残数量の明細を出荷連番＋１・在庫不足
      * 区分付きで再引当回しへ書き出す。引当済みロットは残数量
      * 分の再引当に委ねるため空白へ戻し、金額は残数量比で按分
      * する。あわせて倉庫・理由区分付きの短出荷リストへ印字。
      * 直送明細の残数量は直送発注の発注残として仕入先が分納
      * するため、再引当に回さず確認待ち控えへ繰り越す）
      ********************************************************
       TANSHUKKA-RTN               SECTION.
           COMPUTE  WK-TAN-ZAN-SURYO  =
           MOVE  WK-TAN-ZAN-SURYO  TO  JF020-SURYO  OF  RAL-REC.
           ADD  1  TO  JF020-SHIP-SEQ  OF  RAL-REC.
           MOVE  SPACE  TO  JF020-LOT-NO  OF  RAL-REC.
           IF  JF020-CHOKUSO-KBN  OF  ITF-REC  =  "1"
             MOVE  RAL-REC  TO  SPO-REC
             WRITE  SPO-REC
             ADD  +1  TO  SPO-CNT
           ELSE
             MOVE  "1"    TO  JF020-ERR-KBN  OF  RAL-REC  (9)
             WRITE  RAL-REC
             ADD  +1  TO  RAL-CNT
           END-IF.
           MOVE  JF020-WHS-COD   OF  ITF-REC  TO  D1-WHS-COD.
           MOVE  JF020-JUCHU-NO  OF  ITF-REC  TO  D1-JUCHU-NO.
           MOVE  JF020-GYO-NO    OF  ITF-REC  TO  D1-GYO-NO.
             MOVE  ZERO  TO  UF010-NEBIKI-GAKU
           END-IF.
           MOVE  JF020-CMP-COD     OF  ITF-REC  TO  UF010-CMP-COD.
           MOVE  JF020-KAISHA-COD  OF  ITF-REC  TO  UF010-KAISHA-COD.
      *    実出荷日（確認の取れた受注のみ。返品等は受注日付を
      *    そのまま実出荷日欄へ設定する）
           IF  JF020-DATA-KBN  OF  ITF-REC  =  "1"
                    UF010-KINGAKU  *  WK-ZEI-RITSU  /  100.
           PERFORM  GENKA-RTN.
           MOVE  WK-GENKA          TO  UF010-GENKA.
           IF  JF020-DATA-KBN   OF  ITF-REC  =  "1"
             AND  JF020-MUSHO-KBN  OF  ITF-REC  =  "1"
               PERFORM  SMP-WRITE-RTN
               GO  TO  EXT
           END-IF.
           IF  JF020-DATA-KBN   OF  ITF-REC  =  "1"
             AND  JF020-MUSHO-KBN  OF  ITF-REC  =  "2"
               PERFORM  ITK-WRITE-RTN
               GO  TO  EXT
           END-IF.
           PERFORM  HOLD-CHECK-RTN.
           IF  JF020-DATA-KBN  OF  ITF-REC  =  "9"
             AND  JF020-RMA-NO  OF  ITF-REC  IS  NUMERIC
      * 標準原価判定処理（商品マスタの現行原価の適用開始日が
      * 受注日より後の場合は、原価改定履歴から受注日時点で
      * 有効だった原価を探す。該当が無ければ現行原価を使う。
      * マスタ未登録の商品は原価ゼロ扱いで売上計上を続ける。
      * 引当ロットに付随費用配賦（KJBM380）で積まれた付随費用
      * 単価があれば標準原価へ加える。直送明細は出荷確認の直送
      * 発注行の仕入単価を原価とする（発注行が無ければ標準原価））
      ********************************************************
       GENKA-RTN                   SECTION.
           MOVE  ZERO  TO  WK-GENKA.
           IF  JF020-DATA-KBN     OF  ITF-REC  =  "1"
             AND  JF020-CHOKUSO-KBN  OF  ITF-REC  =  "1"
             AND  WK-CNF-PO-NO  (WK-CNF-HIT-IDX)  NOT  =  ZERO
               MOVE  WK-CNF-PO-NO   (WK-CNF-HIT-IDX)  TO  HF010-PO-NO
               MOVE  WK-CNF-PO-GYO  (WK-CNF-HIT-IDX)  TO  HF010-PO-GYO
               READ  POF-FILE
                 INVALID  KEY
                   CONTINUE
                 NOT  INVALID  KEY
                   MOVE  HF010-SIIRE-TANKA  TO  WK-GENKA
                   GO  TO  EXT
               END-READ
           END-IF.
           MOVE  JF020-SHOHIN-NO  OF  ITF-REC  TO  CFSHO-SHOHIN-NO.
           READ  SHO-FILE
             INVALID  KEY
                 END-IF
               END-PERFORM
           END-IF.
           IF  JF020-LOT-NO  OF  ITF-REC  NOT  =  SPACE
             MOVE  JF020-SHOHIN-NO  OF  ITF-REC  TO  CFLOT-SHOHIN-NO
             MOVE  JF020-WHS-COD    OF  ITF-REC  TO  CFLOT-WHS-COD
             MOVE  JF020-LOT-NO     OF  ITF-REC  TO  CFLOT-LOT-NO
             READ  LOT-FILE
               INVALID  KEY
                 CONTINUE
               NOT  INVALID  KEY
                 ADD  CFLOT-FUTAI-TANKA  TO  WK-GENKA
             END-READ
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      ********************************************************
       WRITE-RTN                  SECTION.
           WRITE  OTF-REC.
           IF  UF010-DATA-KBN  =  "1"
             AND  UF010-KINGAKU  >  ZERO
               PERFORM  MAE-JUTO-RTN
           END-IF.
           MOVE  UF010-JUCHU-NO  TO  WK-STS-JUCHU-NO.
           MOVE  UF010-GYO-NO    TO  WK-STS-GYO-NO.
           MOVE  "7"  TO  WK-STS-SET.
       EXT.
           EXIT.
      ********************************************************
      * 前受金充当処理（得意先の預かり残高から売上金額を限度に
      * 充当し、当月（または前月）の充当額へ積む。充当額は入金
      * として前受金充当ファイルへ書き出す。年月は実出荷日）
      ********************************************************
       MAE-JUTO-RTN                SECTION.
           MOVE  UF010-TOKU-COD  TO  MAE-TOKU-COD.
           READ  MAE-FILE
             INVALID  KEY
               GO  TO  EXT
           END-READ.
           IF  MAE-ZAN  <=  ZERO
             GO  TO  EXT
           END-IF.
           IF  MAE-ZAN  <  UF010-KINGAKU
             MOVE  MAE-ZAN        TO  WK-MAE-JUTO-GAKU
           ELSE
             MOVE  UF010-KINGAKU  TO  WK-MAE-JUTO-GAKU
           END-IF.
           MOVE  UF010-SHIP-DATE  (1:6)  TO  WK-MAE-YM.
           IF  WK-MAE-YM  >  MAE-TOUGETSU-YM
             MOVE  MAE-TOUGETSU-YM      TO  MAE-ZENGETSU-YM
             MOVE  MAE-TOUGETSU-UKEIRE  TO  MAE-ZENGETSU-UKEIRE
             MOVE  MAE-TOUGETSU-JUTO    TO  MAE-ZENGETSU-JUTO
             MOVE  WK-MAE-YM            TO  MAE-TOUGETSU-YM
             MOVE  ZERO  TO  MAE-TOUGETSU-UKEIRE  MAE-TOUGETSU-JUTO
           END-IF.
           IF  WK-MAE-YM  =  MAE-ZENGETSU-YM
             ADD  WK-MAE-JUTO-GAKU  TO  MAE-ZENGETSU-JUTO
           ELSE
             ADD  WK-MAE-JUTO-GAKU  TO  MAE-TOUGETSU-JUTO
           END-IF.
           SUBTRACT  WK-MAE-JUTO-GAKU  FROM  MAE-ZAN.
           ADD  WK-MAE-JUTO-GAKU  TO  MAE-JUTO-RUIKEI.
           MOVE  UF010-SHIP-DATE  TO  MAE-LAST-JUTO-DATE.
           REWRITE  MAE-REC.
           MOVE  SPACE             TO  JUT-REC.
           MOVE  UF010-TOKU-COD    TO  NYU-TOKU-COD.
           MOVE  UF010-SHIP-DATE   TO  NYU-NYUKIN-DATE.
           MOVE  WK-MAE-JUTO-GAKU  TO  NYU-KINGAKU.
           WRITE  JUT-REC.
           ADD  +1  TO  JUT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 見本品出荷出力処理（無償出荷は売上へ流さず、単価・金額・
      * 税額・値引をゼロとした明細を標準原価付きで見本品出荷
      * ファイルへ書き出す。支払保留・前受金充当の対象外）
      ********************************************************
       SMP-WRITE-RTN               SECTION.
           MOVE  ZERO   TO  UF010-TANKA  UF010-KINGAKU  UF010-ZEI-GAKU
                            UF010-NEBIKI-GAKU.
           MOVE  SPACE  TO  UF010-CMP-COD.
           MOVE  OTF-REC  TO  SMP-REC.
           WRITE  SMP-REC.
           MOVE  UF010-JUCHU-NO  TO  WK-STS-JUCHU-NO.
           MOVE  UF010-GYO-NO    TO  WK-STS-GYO-NO.
           MOVE  "7"  TO  WK-STS-SET.
           PERFORM  STS-WRITE-RTN.
           ADD  +1  TO  SMP-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 委託補充出力処理（委託在庫の補充出荷は売上へ流さず、
      * 見本品と同様に金額をゼロとした明細を標準原価付きで委託
      * 補充ファイルへ書き出す。支払保留・前受金充当の対象外）
      ********************************************************
       ITK-WRITE-RTN               SECTION.
           MOVE  ZERO   TO  UF010-TANKA  UF010-KINGAKU  UF010-ZEI-GAKU
                            UF010-NEBIKI-GAKU.
           MOVE  SPACE  TO  UF010-CMP-COD.
           MOVE  OTF-REC  TO  ITK-REC.
           WRITE  ITK-REC.
           MOVE  UF010-JUCHU-NO  TO  WK-STS-JUCHU-NO.
           MOVE  UF010-GYO-NO    TO  WK-STS-GYO-NO.
           MOVE  "7"  TO  WK-STS-SET.
           PERFORM  STS-WRITE-RTN.
           ADD  +1  TO  ITK-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 保留控え出力処理
      ********************************************************
       HLD-WRITE-RTN               SECTION.
           END-PERFORM.
           PERFORM  RUN-STATE-RTN.
           CLOSE  ITF-FILE  SCF-FILE  SPI-FILE  SPO-FILE
                  IMF-FILE  SHO-FILE  LOT-FILE  POF-FILE  OTF-FILE
                  HLD-FILE
                  RAL-FILE
                  RMA-FILE  OEF-FILE  RUN-FILE  STS-FILE
                  MAE-FILE  JUT-FILE  SMP-FILE  ITK-FILE.
           DISPLAY  "*** ITF-CNT ="  ITF-CNT.
           DISPLAY  "*** SCF-CNT ="  SCF-CNT.
           DISPLAY  "*** SPI-CNT ="  SPI-CNT.
           DISPLAY  "*** OTF-CNT ="  OTF-CNT.
           DISPLAY  "*** HLD-CNT ="  HLD-CNT.
           DISPLAY  "*** RAL-CNT ="  RAL-CNT.
           DISPLAY  "*** JUT-CNT ="  JUT-CNT.
           DISPLAY  "*** SMP-CNT ="  SMP-CNT.
           DISPLAY  "*** ITK-CNT ="  ITK-CNT.
           DISPLAY  "*** CNF-NOUSE="  WK-CNF-NOUSE-CNT.
           IF  WK-CNF-OVER-CNT  >  +0
             DISPLAY  "*** CNF-OVER ="  WK-CNF-OVER-CNT
