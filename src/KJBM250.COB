      *  サブシステム名    ：受注
      *  プログラム名      ：積載便編成・積込リスト作成
      *  作成日／作成者    ：２０２６年９月　２日  システム技研
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：危険物と食品・禁止分類の混載を別便へ分離
      *                    ：配送ルート単位の便編成・立寄り順印字を追加
      *                    ：輸出書類未作成の外貨建出荷を積込保留に変更
      ********************************************************
      *    当日の運送会社別マニフェスト（KJCF080）を運送会社×
      *    地域（出荷先コード先頭１桁）×出荷先コード順にソート
      *    便番号を振って便別の積込リストを印字する。上限を超える
      *    出荷は次の便へ繰り越し、１件で上限を超える出荷は単独
      *    便として要確認印を付ける。リストは立寄り順（出荷先
      *    コード順）に累積重量付きで印字する。
      *    危険物は食品と同じ便に積まず、混載できない危険物分類
      *    同士（混載禁止表）も同じ便に積まない。混載できない出荷
      *    は次の便へ回して備考に印を付ける。便を分ける回数を抑える
      *    ため、運送会社×地域の中は食品・一般品・危険物（分類順）
      *    の積載区分順に並べてから出荷先コード順とする。危険物の
      *    明細には国連番号と分類を印字する
      *    自社便の配送ルートが設定された出荷先（配送ルート共通サブ
      *    ルーチンKCBS040で引く）は地域区分ではなく配送ルートを
      *    便編成の単位とし、ルートの中は立寄り順に並べて印字する。
      *    ルート外の出荷先は従来どおり地域×出荷先コード順とする
      *    外貨建て受注（輸出）の出荷は、当日に輸出書類作成
      *    （KJBM410）でインボイス・パッキングリストを作成済みで
      *    なければ便に積まず、積込保留として先頭に印字する
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  MNF-FILE  ASSIGN  TO  EXTERNAL  MNF.
           SELECT  CAR-FILE  ASSIGN  TO  EXTERNAL  CAR.
           SELECT  RUN-FILE  ASSIGN  TO  EXTERNAL  RNS
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFRUN-PGM-ID.
           SELECT  SRT-FILE  ASSIGN  TO  SRTWK01.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       FD  CAR-FILE.
       01  CAR-REC.
           COPY  KCCFCAR.
       FD  RUN-FILE.
       01  RUN-REC.
           COPY  KCCFRUN.
       SD  SRT-FILE.
       01  SRT-REC.
      *    地域区分（出荷先コード先頭１桁。ソート専用項目）
         03  SRT-REGION-KBN       PIC  X(01).
      *    積載区分（"1 "＝食品、"2 "＝一般品、"3n"＝危険物分類n。
      *    ソート専用項目）
         03  SRT-SEKISAI-GRP      PIC  X(02).
           COPY  KJCF080.
      *    配送ルート・立寄り順（ルート外はHIGH-VALUE・ゼロ。ソート
      *    専用項目）
         03  SRT-ROUTE-COD        PIC  X(03).
         03  SRT-DROP-SEQ         PIC  9(03).
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
      *    便編成制御（運送会社×地域のブレイクと積載累計）
       01  WK-BRK-CARRIER-COD     PIC  X(02)          VALUE  SPACE.
       01  WK-BRK-REGION-KBN      PIC  X(01)          VALUE  SPACE.
       01  WK-BRK-ROUTE-COD       PIC  X(03)          VALUE  SPACE.
       01  WK-BIN-NO              PIC  9(04)          VALUE  ZERO.
       01  WK-SEKISAI-LIMIT       PIC  9(05)          VALUE  ZERO.
       01  WK-CUM-JURYO           PIC  9(09)V9(2)     VALUE  ZERO.
       01  WK-BIN-OPEN-FLG        PIC  X(01)          VALUE  SPACE.
      *    混載判定（便に積んだ食品の有無と危険物分類。分類欄は
      *    １〜９桁目が分類１〜９で"1"＝積載済み）
       01  WK-BIN-SHOKUHIN-FLG    PIC  X(01)          VALUE  SPACE.
       01  WK-BIN-KIKEN           PIC  X(09)          VALUE  SPACE.
       01  WK-KONSAI-NG-FLG       PIC  X(01)          VALUE  SPACE.
       01  WK-KIKEN-NO            PIC  9(01)          VALUE  ZERO.
       01  WK-KIKEN-IDX           PIC S9(4)  COMP-3  VALUE  +0.
       01  KONSAI-CNT             PIC S9(9)  COMP-3  VALUE  +0.
       01  RTE-CNT                PIC S9(9)  COMP-3  VALUE  +0.
      *    輸出書類の作成確認（当日に輸出書類作成（KJBM410）が正常
      *    終了していれば"1"。未作成の間は外貨建て受注の出荷を
      *    積み込まずに保留リストへ印字する）
       01  WK-EXP-DOC-FLG         PIC  X(01)          VALUE  SPACE.
       01  WK-HORYU-HEAD-FLG      PIC  X(01)          VALUE  SPACE.
       01  HORYU-CNT              PIC S9(9)  COMP-3  VALUE  +0.
      *    配送ルート・配送日算出連携パラメタ
           COPY  KCBS040P.
      *    危険物混載禁止表（行＝積もうとする分類、桁＝便に積載済み
      *    の分類。"1"＝同じ便に積めない）
       01  WK-KONSAI-TBL-V.
         02  FILLER               PIC  X(09)  VALUE  "011111111".
         02  FILLER               PIC  X(09)  VALUE  "100010000".
         02  FILLER               PIC  X(09)  VALUE  "100010000".
         02  FILLER               PIC  X(09)  VALUE  "100010010".
         02  FILLER               PIC  X(09)  VALUE  "111100010".
         02  FILLER               PIC  X(09)  VALUE  "100000000".
         02  FILLER               PIC  X(09)  VALUE  "100000000".
         02  FILLER               PIC  X(09)  VALUE  "100110000".
         02  FILLER               PIC  X(09)  VALUE  "100000000".
       01  WK-KONSAI-TBL  REDEFINES  WK-KONSAI-TBL-V.
         02  WK-KONSAI-ROW        PIC  X(09)  OCCURS  9  TIMES.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(6)   VALUE  "地域：".
         02  H1-REGION-KBN        PIC  X(01).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "ルート：".
         02  H1-ROUTE-COD         PIC  X(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "便：".
         02  H1-BIN-NO            PIC  9(04).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "DATE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-DATE              PIC  9(08).
         02  FILLER               PIC  X(34)  VALUE  SPACE.
      *  小見出し
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(8)   VALUE  "出荷先".
         02  FILLER               PIC  X(8)   VALUE  "累積重量".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "備  考".
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "危険物".
         02  FILLER               PIC  X(8)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "立寄順".
         02  FILLER               PIC  X(43)  VALUE  SPACE.
      *  輸出書類未作成の積込保留見出し
       01  H3-HORYU.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(28)  VALUE
                    "輸出書類未作成のため積込保留".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "DATE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H3-DATE              PIC  9(08).
         02  FILLER               PIC  X(75)  VALUE  SPACE.
       01  H4-HORYU.
         02  FILLER               PIC  X(8)   VALUE  "出荷先".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "受注番号".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "行".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "連番".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(12)  VALUE
                    "重量（ｋｇ）".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "通貨".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "備  考".
         02  FILLER               PIC  X(77)  VALUE  SPACE.
       01  D2-HORYU.
         02  D2-SHIP-COD          PIC  X(4).
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  D2-JUCHU-NO          PIC  9(06).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D2-GYO-NO            PIC  9(02).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D2-SHIP-SEQ          PIC  9(02).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D2-JURYO             PIC  ZZZ,ZZ9.99.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D2-CURRENCY          PIC  X(03).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  D2-BIKO              PIC  X(14)  VALUE
                    "輸出書類未作成".
         02  FILLER               PIC  X(69)  VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-SHIP-COD          PIC  X(4).
         02  D1-CUM-JURYO         PIC  Z,ZZZ,ZZ9.99.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-BIKO              PIC  X(14).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KIKEN-HYOJI.
           03  D1-UN-LBL          PIC  X(02).
           03  D1-UN-NO           PIC  X(04).
           03  D1-KIKEN-SEP       PIC  X(01).
           03  D1-KIKEN-KBN       PIC  X(01).
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  D1-DROP-SEQ          PIC  ZZZ.
         02  FILLER               PIC  X(43)  VALUE  SPACE.
      *
      ********************************************************
      *  積載便編成・積込リスト作成
           PERFORM  INIT-RTN.
           SORT  SRT-FILE
             ON  ASCENDING  KEY  JF080-CARRIER-COD  IN  SRT-REC
                                 SRT-ROUTE-COD      IN  SRT-REC
                                 SRT-REGION-KBN     IN  SRT-REC
                                 SRT-SEKISAI-GRP    IN  SRT-REC
                                 SRT-DROP-SEQ       IN  SRT-REC
                                 JF080-SHIP-COD     IN  SRT-REC
                                 JF080-JUCHU-NO     IN  SRT-REC
             INPUT   PROCEDURE  ATSUME-RTN
           OPEN  INPUT   CAR-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE  H3-DATE.
           PERFORM  CAR-LOAD-RTN  UNTIL  CAR-END-FLG  =  "1".
           PERFORM  EXP-DOC-CHECK-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  輸出書類作成確認処理（実行状態ファイルのKJBM410の行が
      *  当日付けなら作成済みとする）
      ********************************************************
       EXP-DOC-CHECK-RTN          SECTION.
           OPEN  INPUT  RUN-FILE.
           MOVE  "KJBM410"  TO  CFRUN-PGM-ID.
           READ  RUN-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  CFRUN-DATE  =  WK-PC-DATE8
                 MOVE  "1"  TO  WK-EXP-DOC-FLG
               END-IF
           END-READ.
           CLOSE  RUN-FILE.
       EXT.
           EXIT.
      ********************************************************
       EXT.
           EXIT.
      ********************************************************
      *  収集処理（入力側。地域区分＝出荷先コード先頭１桁と積載
      *  区分、配送ルート・立寄り順を付けてソートへ渡す。ルートの
      *  ある出荷先は地域区分を空白としてルート単位にまとめる）
      ********************************************************
       ATSUME-RTN                 SECTION.
           PERFORM  MNF-READ-RTN.
      *  ソート引き渡し処理
      ********************************************************
       MNF-RELEASE-RTN            SECTION.
           IF  JF080-CURRENCY  OF  MNF-REC  NOT  =  SPACE
             AND  JF080-CURRENCY  OF  MNF-REC  NOT  =  "JPY"
             AND  WK-EXP-DOC-FLG  NOT  =  "1"
               PERFORM  HORYU-RTN
               PERFORM  MNF-READ-RTN
               GO  TO  EXT
           END-IF.
           MOVE  MNF-REC  TO  SRT-REC  (4:80).
           MOVE  JF080-SHIP-COD  OF  MNF-REC  (1:1)
             TO  SRT-REGION-KBN  IN  SRT-REC.
           MOVE  "1"                          TO  S040-FUNC.
           MOVE  JF080-TOKU-COD  OF  MNF-REC  TO  S040-TOKU-COD.
           MOVE  JF080-SHIP-COD  OF  MNF-REC  TO  S040-SHIP-COD.
           CALL  "KCBS040"  USING  KCBS040-P1.
           IF  S040-RCD  =  SPACE
             MOVE  S040-ROUTE-COD  TO  SRT-ROUTE-COD  IN  SRT-REC
             MOVE  S040-DROP-SEQ   TO  SRT-DROP-SEQ   IN  SRT-REC
             MOVE  SPACE           TO  SRT-REGION-KBN IN  SRT-REC
             ADD  +1  TO  RTE-CNT
           ELSE
             MOVE  HIGH-VALUE  TO  SRT-ROUTE-COD  IN  SRT-REC
             MOVE  ZERO        TO  SRT-DROP-SEQ   IN  SRT-REC
           END-IF.
           IF  JF080-KIKEN-KBN  OF  MNF-REC  NOT  =  SPACE
             MOVE  "3"  TO  SRT-SEKISAI-GRP  IN  SRT-REC  (1:1)
             MOVE  JF080-KIKEN-KBN  OF  MNF-REC
               TO  SRT-SEKISAI-GRP  IN  SRT-REC  (2:1)
           ELSE
             IF  JF080-SHOKUHIN-FLG  OF  MNF-REC  =  "1"
               MOVE  "1 "  TO  SRT-SEKISAI-GRP  IN  SRT-REC
             ELSE
               MOVE  "2 "  TO  SRT-SEKISAI-GRP  IN  SRT-REC
             END-IF
           END-IF.
           RELEASE  SRT-REC.
           PERFORM  MNF-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  積込保留印刷処理（輸出書類未作成の外貨建て出荷は便に
      *  積まず、積込リストの前に保留として印字する）
      ********************************************************
       HORYU-RTN                  SECTION.
           IF  WK-HORYU-HEAD-FLG  NOT  =  "1"
             MOVE  "1"  TO  WK-HORYU-HEAD-FLG
             MOVE  H3-HORYU  TO  OEF-REC
             WRITE  OEF-REC  AFTER  PAGE
             MOVE  H4-HORYU  TO  OEF-REC
             WRITE  OEF-REC  AFTER  2
           END-IF.
           MOVE  JF080-SHIP-COD  OF  MNF-REC  TO  D2-SHIP-COD.
           MOVE  JF080-JUCHU-NO  OF  MNF-REC  TO  D2-JUCHU-NO.
           MOVE  JF080-GYO-NO    OF  MNF-REC  TO  D2-GYO-NO.
           MOVE  JF080-SHIP-SEQ  OF  MNF-REC  TO  D2-SHIP-SEQ.
           MOVE  JF080-JURYO     OF  MNF-REC  TO  D2-JURYO.
           MOVE  JF080-CURRENCY  OF  MNF-REC  TO  D2-CURRENCY.
           MOVE  D2-HORYU  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  HORYU-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  便編成制御処理（出力側）
      ********************************************************
       HENSEI-CTL-RTN             SECTION.
       EXT.
           EXIT.
      ********************************************************
      *  便編成処理（運送会社×ルート×地域のブレイクで便番号を
      *  １へ戻し、
      *  積載上限を超える出荷・便の積荷と混載できない出荷は次の
      *  便へ繰り越す）
      ********************************************************
       HENSEI-RTN                 SECTION.
           IF  JF080-CARRIER-COD  IN  SRT-REC
                 NOT  =  WK-BRK-CARRIER-COD
             OR  SRT-ROUTE-COD  IN  SRT-REC
                 NOT  =  WK-BRK-ROUTE-COD
             OR  SRT-REGION-KBN  IN  SRT-REC
                 NOT  =  WK-BRK-REGION-KBN
               MOVE  JF080-CARRIER-COD  IN  SRT-REC
                 TO  WK-BRK-CARRIER-COD
               MOVE  SRT-ROUTE-COD  IN  SRT-REC
                 TO  WK-BRK-ROUTE-COD
               MOVE  SRT-REGION-KBN  IN  SRT-REC
                 TO  WK-BRK-REGION-KBN
               PERFORM  SEKISAI-LIMIT-RTN
                       >  WK-SEKISAI-LIMIT)
               PERFORM  BIN-OPEN-RTN
           END-IF.
           PERFORM  KONSAI-CHECK-RTN.
           IF  WK-KONSAI-NG-FLG  =  "1"
             PERFORM  BIN-OPEN-RTN
             ADD  +1  TO  KONSAI-CNT
           END-IF.
           ADD  JF080-JURYO  IN  SRT-REC  TO  WK-CUM-JURYO.
           IF  JF080-SHOKUHIN-FLG  IN  SRT-REC  =  "1"
             MOVE  "1"  TO  WK-BIN-SHOKUHIN-FLG
           END-IF.
           IF  JF080-KIKEN-KBN  IN  SRT-REC  NOT  =  SPACE
             MOVE  JF080-KIKEN-KBN  IN  SRT-REC  TO  WK-KIKEN-NO
             MOVE  "1"  TO  WK-BIN-KIKEN  (WK-KIKEN-NO:1)
           END-IF.
           PERFORM  MEISAI-RTN.
           PERFORM  RETURN-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  混載判定処理（食品と危険物、混載禁止表で禁止された危険物
      *  分類同士が同じ便に乗る場合は混載不可とする）
      ********************************************************
       KONSAI-CHECK-RTN           SECTION.
           MOVE  SPACE  TO  WK-KONSAI-NG-FLG.
           IF  JF080-SHOKUHIN-FLG  IN  SRT-REC  =  "1"
             AND  WK-BIN-KIKEN  NOT  =  SPACE
               MOVE  "1"  TO  WK-KONSAI-NG-FLG
               GO  TO  EXT
           END-IF.
           IF  JF080-KIKEN-KBN  IN  SRT-REC  =  SPACE
             GO  TO  EXT
           END-IF.
           IF  WK-BIN-SHOKUHIN-FLG  =  "1"
             MOVE  "1"  TO  WK-KONSAI-NG-FLG
             GO  TO  EXT
           END-IF.
           MOVE  JF080-KIKEN-KBN  IN  SRT-REC  TO  WK-KIKEN-NO.
           PERFORM  KONSAI-SCAN-RTN
             VARYING  WK-KIKEN-IDX  FROM  1  BY  1
             UNTIL  WK-KIKEN-IDX  >  9
                 OR  WK-KONSAI-NG-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  混載禁止表走査処理
      ********************************************************
       KONSAI-SCAN-RTN            SECTION.
           IF  WK-BIN-KIKEN  (WK-KIKEN-IDX:1)  =  "1"
             AND  WK-KONSAI-ROW  (WK-KIKEN-NO)  (WK-KIKEN-IDX:1)  =  "1"
               MOVE  "1"  TO  WK-KONSAI-NG-FLG
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  積載上限判定処理（運送会社の積載上限を表から引く。未
      *  登録・ゼロは上限なし扱い）
      ********************************************************
           ADD  +1  TO  BIN-CNT.
           MOVE  ZERO  TO  WK-CUM-JURYO.
           MOVE  "1"   TO  WK-BIN-OPEN-FLG.
           MOVE  SPACE  TO  WK-BIN-SHOKUHIN-FLG  WK-BIN-KIKEN.
           MOVE  JF080-CARRIER-COD  IN  SRT-REC  TO  H1-CARRIER-COD.
           MOVE  SRT-REGION-KBN     IN  SRT-REC  TO  H1-REGION-KBN.
           IF  SRT-ROUTE-COD  IN  SRT-REC  =  HIGH-VALUE
             MOVE  "ルート外"  TO  H1-ROUTE-COD
           ELSE
             MOVE  SRT-ROUTE-COD  IN  SRT-REC  TO  H1-ROUTE-COD
           END-IF.
           MOVE  WK-BIN-NO  TO  H1-BIN-NO.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
       EXT.
           EXIT.
      ********************************************************
      *  明細印刷処理（１件で積載上限を超える出荷は要確認印、
      *  混載不可で便を分けた出荷は別便印。危険物は国連番号と
      *  分類を印字する）
      ********************************************************
       MEISAI-RTN                 SECTION.
           MOVE  JF080-SHIP-COD  IN  SRT-REC  TO  D1-SHIP-COD.
               MOVE  "積載上限超過"  TO  D1-BIKO
               ADD  +1  TO  OVER-CNT
           ELSE
             IF  WK-KONSAI-NG-FLG  =  "1"
               MOVE  "混載不可別便"  TO  D1-BIKO
             ELSE
               MOVE  SPACE  TO  D1-BIKO
             END-IF
           END-IF.
           IF  JF080-KIKEN-KBN  IN  SRT-REC  NOT  =  SPACE
             MOVE  "UN"  TO  D1-UN-LBL
             MOVE  JF080-UN-NO  IN  SRT-REC  TO  D1-UN-NO
             MOVE  "/"   TO  D1-KIKEN-SEP
             MOVE  JF080-KIKEN-KBN  IN  SRT-REC  TO  D1-KIKEN-KBN
           ELSE
             MOVE  SPACE  TO  D1-KIKEN-HYOJI
           END-IF.
           IF  SRT-ROUTE-COD  IN  SRT-REC  =  HIGH-VALUE
             MOVE  ZERO  TO  D1-DROP-SEQ
           ELSE
             MOVE  SRT-DROP-SEQ  IN  SRT-REC  TO  D1-DROP-SEQ
           END-IF.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           DISPLAY  "*** MNF-CNT="  MNF-CNT.
           DISPLAY  "*** BIN-CNT="  BIN-CNT.
           DISPLAY  "*** OVER="     OVER-CNT.
           DISPLAY  "*** KONSAI="   KONSAI-CNT.
           DISPLAY  "*** RTE-CNT="  RTE-CNT.
           DISPLAY  "*** HORYU="    HORYU-CNT.
           DISPLAY  "*** KJBM250  END ***".
       EXT.
           EXIT.
