      * サブシステム名：売上
      * プログラム名  ：外貨建て売掛金月末再評価
      * 作成日／作成者：２０２６年９月　２日  システム技研
      * 変更日／変更者：２０２６年１０月１５日  システム技研
      *       変更内容：未実現損益仕訳を請求の会社別に出力
      ********************************************************
      *  売掛オープンアイテム（KUCF135）のうち未消込残があり
      *  外貨建て（通貨が空白・ＪＰＹ以外）の請求を、月末の為替
      *  　評価差額＝未消込残×（月末レート÷計上時レート−１）
      *  プラス（円安）は借方：売掛金／貸方：為替差益、マイナス
      *  （円高）は借方：為替差損／貸方：売掛金の未実現損益仕訳
      *  （KUCF050形式）を会社ごとの合計で書き出し、旧レート・新レート
      *  ・差額を並べた再評価レジスタを印字する。再評価後は計上時
      *  レートを月末レートへ洗い替え、翌月は増分だけが評価差額に
      *  なるようにする
       01  WK-EKI-GOKEI           PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-SON-GOKEI           PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-GLJ-KINGAKU         PIC S9(09)          VALUE  ZERO.
      *    会社別の差益・差損合計（仕訳は会社ごとに起こす。会社
      *    コード空白は"01"へ寄せる）
       01  WK-KAI-CNT             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-KAI-MAX             PIC S9(4)  COMP-3  VALUE  +20.
       01  WK-KAI-IDX             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-KAI-HIT             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-KAISHA-COD          PIC  X(02)          VALUE  SPACE.
       01  WK-KAI-TBL.
         02  WK-KAI-ENT           OCCURS  20  TIMES.
           03  WK-KAI-KAISHA-COD  PIC  X(02).
           03  WK-KAI-EKI         PIC S9(11)  COMP-3.
           03  WK-KAI-SON         PIC S9(11)  COMP-3.
      *    勘定科目（売掛金／為替差益／為替差損）
       01  WK-KAMOKU-URIKAKE      PIC  X(6)           VALUE  "140100".
       01  WK-KAMOKU-URIKAKE-MEI  PIC  X(20)          VALUE
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  SAIHYOKA-RTN  UNTIL  OPI-END-FLG  =  "1".
           PERFORM  SHIWAKE-CTL-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
           ELSE
             SUBTRACT  WK-SAGAKU  FROM  WK-SON-GOKEI
           END-IF.
           MOVE  OPI-KAISHA-COD  TO  WK-KAISHA-COD.
           PERFORM  KAI-FIND-RTN.
           IF  WK-KAI-HIT  NOT  =  +0
             IF  WK-SAGAKU  >  ZERO
               ADD  WK-SAGAKU  TO  WK-KAI-EKI  (WK-KAI-HIT)
             ELSE
               SUBTRACT  WK-SAGAKU  FROM  WK-KAI-SON  (WK-KAI-HIT)
             END-IF
           END-IF.
      *    未消込残と計上時レートを再評価後の値へ洗い替える
           ADD   WK-SAGAKU    TO  OPI-OPEN-GAKU.
           MOVE  WK-NEW-RATE  TO  OPI-BOOK-RATE.
       EXT.
           EXIT.
      ********************************************************
      *  会社別集計表索引処理（WK-KAISHA-CODの行を探し、無ければ
      *  追加してWK-KAI-HITへ位置を返す。表あふれは表示のみ）
      ********************************************************
       KAI-FIND-RTN               SECTION.
           IF  WK-KAISHA-COD  =  SPACE
             MOVE  "01"  TO  WK-KAISHA-COD
           END-IF.
           MOVE  +0  TO  WK-KAI-HIT.
           PERFORM  KAI-SRCH-RTN
             VARYING  WK-KAI-IDX  FROM  1  BY  1
               UNTIL  WK-KAI-IDX  >  WK-KAI-CNT
                  OR  WK-KAI-HIT  NOT  =  +0.
           IF  WK-KAI-HIT  =  +0
             IF  WK-KAI-CNT  <  WK-KAI-MAX
               ADD  +1  TO  WK-KAI-CNT
               MOVE  WK-KAI-CNT     TO  WK-KAI-HIT
               MOVE  WK-KAISHA-COD  TO  WK-KAI-KAISHA-COD  (WK-KAI-HIT)
               MOVE  +0             TO  WK-KAI-EKI         (WK-KAI-HIT)
               MOVE  +0             TO  WK-KAI-SON         (WK-KAI-HIT)
             ELSE
               DISPLAY  "*** KUBM220 KAI-TBL OVERFLOW "
                        WK-KAISHA-COD  " ***"
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  会社別集計表検索処理
      ********************************************************
       KAI-SRCH-RTN               SECTION.
           IF  WK-KAI-KAISHA-COD  (WK-KAI-IDX)  =  WK-KAISHA-COD
             MOVE  WK-KAI-IDX  TO  WK-KAI-HIT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  未実現損益仕訳制御処理（会社ごとに仕訳を起こす）
      ********************************************************
       SHIWAKE-CTL-RTN            SECTION.
           PERFORM  SHIWAKE-RTN
             VARYING  WK-KAI-IDX  FROM  1  BY  1
               UNTIL  WK-KAI-IDX  >  WK-KAI-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  未実現損益仕訳出力処理（会社の差益・差損をそれぞれ
      *  合計で起こす）
      ********************************************************
       SHIWAKE-RTN                SECTION.
           IF  WK-KAI-EKI  (WK-KAI-IDX)  >  ZERO
             MOVE  WK-KAI-EKI  (WK-KAI-IDX)  TO  WK-GLJ-KINGAKU
             MOVE  "1"                    TO  GLJ-KASHIKARI-KBN
             MOVE  WK-KAMOKU-URIKAKE      TO  GLJ-KAMOKU-COD
             MOVE  WK-KAMOKU-URIKAKE-MEI  TO  GLJ-KAMOKU-MEI
             MOVE  WK-KAMOKU-SAEKI-MEI    TO  GLJ-KAMOKU-MEI
             PERFORM  GLF-WRITE-RTN
           END-IF.
           IF  WK-KAI-SON  (WK-KAI-IDX)  >  ZERO
             MOVE  WK-KAI-SON  (WK-KAI-IDX)  TO  WK-GLJ-KINGAKU
             MOVE  "1"                    TO  GLJ-KASHIKARI-KBN
             MOVE  WK-KAMOKU-SASON        TO  GLJ-KAMOKU-COD
             MOVE  WK-KAMOKU-SASON-MEI    TO  GLJ-KAMOKU-MEI
           MOVE  SPACE               TO  GLJ-TOKU-COD.
           MOVE  WK-GLJ-KINGAKU      TO  GLJ-KINGAKU.
           MOVE  SPACE               TO  GLJ-HOJO-COD.
           MOVE  WK-KAI-KAISHA-COD  (WK-KAI-IDX)  TO  GLJ-KAISHA-COD.
           WRITE  GLF-REC.
       EXT.
           EXIT.
