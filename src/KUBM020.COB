      *       変更内容：貸借メモ・運賃請求のデータ区分に対応
      *               ：請求期間の支払期日設定を追加
      *               ：会計期間クローズの期間付替えを追加
      * 変更日／変更者：２０２６年１０月１５日  システム技研
      *       変更内容：得意先商品別購買実績の積上げを追加
      *               ：商品倉庫別月次販売実績の積上げを追加
      *               ：得意先の会社コードの集計行への設定を追加
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  UF025-KEY.
           SELECT  BHS-FILE  ASSIGN  TO  EXTERNAL  BHS
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  UF200-KEY.
           SELECT  MHS-FILE  ASSIGN  TO  EXTERNAL  MHS
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  UF220-KEY.
           SELECT  RUN-FILE  ASSIGN  TO  EXTERNAL  RNS
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
       FD  HIS-FILE.
       01  HIS-REC.
           COPY  KUCF025.
      *    得意先商品別購買実績（受注の数量異常チェック用の累積）
       FD  BHS-FILE.
       01  BHS-REC.
           COPY  KUCF200.
      *    商品倉庫別月次販売実績（需要予測の実績系列用の累積）
       FD  MHS-FILE.
       01  MHS-REC.
           COPY  KUCF220.
       FD  RUN-FILE.
       01  RUN-REC.
           COPY  KCCFRUN.
       01  TKM-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
       01  OTF-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
       01  HIS-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
       01  BHS-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
       01  MHS-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
       01  ITF-END-FLG            PIC   X(1)          VALUE  "0".
       01  WK-ITF-KEY.
         02  WK-ITF-TOKU-KEY      PIC   X(4)          VALUE  LOW-VALUE.
           OPEN  INPUT   PER-FILE.
           OPEN  OUTPUT  OEF-FILE.
           OPEN  I-O     HIS-FILE.
           OPEN  I-O     BHS-FILE.
           OPEN  I-O     MHS-FILE.
           OPEN  I-O     STS-FILE.
           OPEN  I-O     RUN-FILE.
           PERFORM  EXJ-START-RTN.
               END-IF
           END-IF.
           PERFORM  PER-CHECK-RTN.
           IF  UF010-DATA-KBN  IN  ITF-REC  =  "1"
             AND  UF010-SHOHIN-NO  IN  ITF-REC  NOT  =  SPACE
               PERFORM  BHS-UPDATE-RTN
               PERFORM  MHS-UPDATE-RTN
           END-IF.
           MOVE  WK-SEIKYU-YY  TO  UF010-JUCHU-YY  IN  SRT-REC.
           MOVE  WK-SEIKYU-MM  TO  UF010-JUCHU-MM  IN  SRT-REC.
           RELEASE  SRT-REC.
       EXT.
           EXIT.
      ********************************************************
      * 購買実績更新処理（売上明細の得意先＋商品をキーに、行数・
      * 数量・金額を積み上げる。初回は新規登録し、受注日で初回・
      * 最終の受注日を更新する）
      ********************************************************
       BHS-UPDATE-RTN             SECTION.
           MOVE  UF010-TOKU-COD   IN  ITF-REC  TO  UF200-TOKU-COD.
           MOVE  UF010-SHOHIN-NO  IN  ITF-REC  TO  UF200-SHOHIN-NO.
           READ  BHS-FILE
             INVALID  KEY
               MOVE  ZERO  TO  UF200-KAISU  UF200-SURYO-GOKEI
                               UF200-KINGAKU-GOKEI
               MOVE  SPACE  TO  BHS-REC  (57:4)
               MOVE  UF010-JUCHU-DATE  IN  ITF-REC
                 TO  UF200-FIRST-DATE  UF200-LAST-DATE
               PERFORM  BHS-ADD-RTN
               WRITE  BHS-REC
               ADD  +1  TO  BHS-CNT
             NOT  INVALID  KEY
               PERFORM  BHS-ADD-RTN
               REWRITE  BHS-REC
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 月次販売実績更新処理（売上明細の商品＋出荷元倉庫＋受注
      * 年月（暦月。請求期間への読み替え前）をキーに数量と行数を
      * 積み上げる。初回は新規登録する）
      ********************************************************
       MHS-UPDATE-RTN             SECTION.
           MOVE  UF010-SHOHIN-NO  IN  ITF-REC  TO  UF220-SHOHIN-NO.
           MOVE  UF010-WHS-COD    IN  ITF-REC  TO  UF220-WHS-COD.
           MOVE  UF010-JUCHU-YY   IN  ITF-REC  TO  UF220-YY.
           MOVE  UF010-JUCHU-MM   IN  ITF-REC  TO  UF220-MM.
           READ  MHS-FILE
             INVALID  KEY
               MOVE  ZERO   TO  UF220-SURYO  UF220-KAISU
               MOVE  SPACE  TO  MHS-REC  (30:1)
               ADD  UF010-SURYO  IN  ITF-REC  TO  UF220-SURYO
               ADD  1  TO  UF220-KAISU
               WRITE  MHS-REC
               ADD  +1  TO  MHS-CNT
             NOT  INVALID  KEY
               ADD  UF010-SURYO  IN  ITF-REC  TO  UF220-SURYO
               ADD  1  TO  UF220-KAISU
               REWRITE  MHS-REC
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 購買実績積上げ処理
      ********************************************************
       BHS-ADD-RTN                SECTION.
           ADD  1  TO  UF200-KAISU.
           ADD  UF010-SURYO    IN  ITF-REC  TO  UF200-SURYO-GOKEI.
           ADD  UF010-KINGAKU  IN  ITF-REC  TO  UF200-KINGAKU-GOKEI.
           IF  UF010-JUCHU-DATE  IN  ITF-REC  <  UF200-FIRST-DATE
             MOVE  UF010-JUCHU-DATE  IN  ITF-REC  TO  UF200-FIRST-DATE
           END-IF.
           IF  UF010-JUCHU-DATE  IN  ITF-REC  >  UF200-LAST-DATE
             MOVE  UF010-JUCHU-DATE  IN  ITF-REC  TO  UF200-LAST-DATE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 会計期間判定処理（請求期間がクローズ済みなら、以降の
      * 最も古いオープン期間へ付け替えて期間外リストへ印字する）
      ********************************************************
      ********************************************************
      * 支払期日算出処理（請求期間年月＋回収サイト月数の月末を
      * 支払期日として集計行へ設定する。翌月１日の通算日から
      * １日引いて月末を求める。得意先の会社コードもあわせて
      * 集計行へ設定する）
      ********************************************************
       DUE-DATE-RTN               SECTION.
           MOVE  1  TO  WK-SITE-MM.
                 AND  CFTOK-KAISHU-MM  NOT  =  ZERO
                   MOVE  CFTOK-KAISHU-MM  TO  WK-SITE-MM
               END-IF
               MOVE  CFTOK-KAISHA-COD  TO  UF020-KAISHA-COD
           END-READ.
           MOVE  UF020-JUCHU-YY  TO  WK-DUE-YY.
           COMPUTE  WK-DUE-MM  =
           PERFORM  EXJ-END-RTN.
           PERFORM  RUN-STATE-RTN.
           CLOSE  ITF-FILE  TKM-FILE  OTF-FILE  PER-FILE  OEF-FILE
                  HIS-FILE  BHS-FILE  RUN-FILE
                  STS-FILE  MHS-FILE.
           DISPLAY  "*** ITF-CNT="  ITF-CNT.
           DISPLAY  "*** TKM-CNT="  TKM-CNT.
           DISPLAY  "*** OTF-CNT="  OTF-CNT.
           DISPLAY  "*** HIS-CNT="  HIS-CNT.
           DISPLAY  "*** BHS-CNT="  BHS-CNT.
           DISPLAY  "*** MHS-CNT="  MHS-CNT.
           DISPLAY  "*** KUBM020   END ***".
       EXT.
           EXIT.
