      * サブシステム名：売上
      * プログラム名  ：売上仕訳抽出
      * 作成日／作成者：２０２６年８月８日  システム技研
      * 変更日／変更者：２０２６年１０月１５日  システム技研
      *       変更内容：前受金の受入・充当仕訳の抽出を追加
      *               ：見本品費（無償出荷原価）仕訳の抽出を追加
      *               ：売上仕訳へ会社コードを設定
      *               ：前受金仕訳へ得意先の会社コードを設定
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  ITF-FILE  ASSIGN TO  EXTERNAL  ITF.
           SELECT  OTF-FILE  ASSIGN TO  EXTERNAL  OTF.
           SELECT  MAE-FILE  ASSIGN TO  EXTERNAL  MAE
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  MAE-TOKU-COD.
           SELECT  TOK-FILE  ASSIGN TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  SMP-FILE  ASSIGN TO  EXTERNAL  SMP.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  OTF-FILE.
       01  OTF-REC.
           COPY  KUCF050.
       FD  MAE-FILE.
       01  MAE-REC.
           COPY  KUCF180.
      *    得意先マスタ（前受金仕訳の会社コード用）
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
      *    見本品出荷ファイル（KUBM010が無償出荷を累積したもの）
       FD  SMP-FILE.
       01  SMP-REC.
           COPY  KUCF010.
      *
       WORKING-STORAGE            SECTION.
       01  ITF-END-FLG            PIC   X(1)          VALUE  "0".
       01  ITF-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
       01  OTF-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
       01  MAE-END-FLG            PIC   X(1)          VALUE  "0".
       01  MAE-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
       01  SMP-END-FLG            PIC   X(1)          VALUE  "0".
       01  SMP-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
      *    勘定科目（売掛金／売上高）
       01  WK-KAMOKU-COD-KARI     PIC   X(6)          VALUE  "140100".
       01  WK-KAMOKU-MEI-KARI     PIC   X(20)         VALUE
       01  WK-KAMOKU-COD-KASI     PIC   X(6)          VALUE  "510100".
       01  WK-KAMOKU-MEI-KASI     PIC   X(20)         VALUE
                                     "売上高".
      *    勘定科目（前受金）
       01  WK-KAMOKU-MAEUKE       PIC   X(6)          VALUE  "216100".
       01  WK-KAMOKU-MAEUKE-MEI   PIC   X(20)         VALUE
                                     "前受金".
      *    勘定科目（見本品費／商品）
       01  WK-KAMOKU-MIHON        PIC   X(6)          VALUE  "741300".
       01  WK-KAMOKU-MIHON-MEI    PIC   X(20)         VALUE
                                     "見本品費".
       01  WK-KAMOKU-SHOHIN       PIC   X(6)          VALUE  "160100".
       01  WK-KAMOKU-SHOHIN-MEI   PIC   X(20)         VALUE
                                     "商品".
      *    前受金仕訳・見本品費仕訳の抽出年月（環境変数KUBM060_YM。
      *    未設定・非数字は処理日の年月）と抽出する受入・充当額
       01  WK-MAE-YM-X            PIC   X(6)          VALUE  SPACE.
       01  WK-MAE-YM              PIC   9(6)          VALUE  ZERO.
       01  WK-PC-DATE8            PIC   9(8)          VALUE  ZERO.
       01  WK-MAE-UKEIRE          PIC  S9(9)          VALUE  ZERO.
       01  WK-MAE-JUTO            PIC  S9(9)          VALUE  ZERO.
      *    前受金仕訳の会社コード（得意先の会社。空白＝"01"）
       01  WK-MAE-KAISHA-COD      PIC   X(2)          VALUE  SPACE.
      *    見本品費の営業員別集計表（出現順の線形表。原価額＝
      *    標準原価×数量）
       01  WK-SMP-GAKU            PIC  S9(11) COMP-3  VALUE  +0.
       01  WK-SMP-MAX             PIC  S9(4)  COMP-3  VALUE  +300.
       01  WK-SMP-CNT             PIC  S9(4)  COMP-3  VALUE  +0.
       01  WK-SMP-IDX             PIC  S9(4)  COMP-3  VALUE  +0.
       01  WK-SMP-HIT             PIC  S9(4)  COMP-3  VALUE  +0.
       01  WK-SMP-TBL.
         02  WK-SMP-ENT           OCCURS  300  TIMES.
           03  WK-SMP-EIGYO-COD   PIC  X(04).
           03  WK-SMP-KINGAKU     PIC  S9(11) COMP-3.
      *
      ********************************************************
      * 売上仕訳抽出（ＫＵＣＦ０２０の得意先・年月別集計１件に
      * つき、借方：売掛金／貸方：売上高の仕訳２行を作成する。
      * 続いて前受金台帳（ＫＵＣＦ１８０）の抽出年月の受入額を
      * 借方：売掛金／貸方：前受金、充当額を借方：前受金／貸方：
      * 売掛金として作成し、預かり残高を負債に振り替える。
      * 最後に見本品出荷ファイル（ＫＵＣＦ０１０形式）の抽出
      * 年月の出荷分を営業員別に集計し、借方：見本品費／貸方：
      * 商品を補助コード＝営業員コードで作成する）
      ********************************************************
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  READ-RTN.
           PERFORM  SHIWAKE-RTN
             UNTIL  ITF-END-FLG  =  "1".
           PERFORM  MAE-READ-RTN.
           PERFORM  MAE-SHIWAKE-RTN
             UNTIL  MAE-END-FLG  =  "1".
           PERFORM  SMP-READ-RTN.
           PERFORM  SMP-SHUKEI-RTN
             UNTIL  SMP-END-FLG  =  "1".
           PERFORM  SMP-SHIWAKE-RTN
             VARYING  WK-SMP-IDX  FROM  1  BY  1
               UNTIL  WK-SMP-IDX  >  WK-SMP-CNT.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
           DISPLAY  "*** KUBM060 START ***".
           OPEN  INPUT   ITF-FILE.
           OPEN  OUTPUT  OTF-FILE.
           OPEN  INPUT   MAE-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  INPUT   SMP-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           ACCEPT  WK-MAE-YM-X  FROM  ENVIRONMENT  "KUBM060_YM".
           IF  WK-MAE-YM-X  IS  NUMERIC
             MOVE  WK-MAE-YM-X        TO  WK-MAE-YM
           ELSE
             MOVE  WK-PC-DATE8 (1:6)  TO  WK-MAE-YM
           END-IF.
       EXT.
           EXIT.
      ********************************************************
           MOVE  WK-KAMOKU-MEI-KARI  TO  GLJ-KAMOKU-MEI.
           MOVE  UF020-TOKU-COD    TO  GLJ-TOKU-COD.
           MOVE  UF020-KINGAKU     TO  GLJ-KINGAKU.
           MOVE  UF020-KAISHA-COD  TO  GLJ-KAISHA-COD.
           WRITE  OTF-REC.
           ADD  +1  TO  OTF-CNT.
       EXT.
           MOVE  WK-KAMOKU-MEI-KASI  TO  GLJ-KAMOKU-MEI.
           MOVE  UF020-TOKU-COD    TO  GLJ-TOKU-COD.
           MOVE  UF020-KINGAKU     TO  GLJ-KINGAKU.
           MOVE  UF020-KAISHA-COD  TO  GLJ-KAISHA-COD.
           WRITE  OTF-REC.
           ADD  +1  TO  OTF-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 前受金台帳入力処理
      ********************************************************
       MAE-READ-RTN               SECTION.
           READ  MAE-FILE  NEXT
           AT  END
             MOVE  "1"  TO  MAE-END-FLG
           NOT  AT  END
             ADD  +1  TO  MAE-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 前受金仕訳作成処理（抽出年月が台帳の当月分・前月分の
      * どちらかに一致すれば、その受入額・充当額を得意先の
      * 会社の仕訳にする）
      ********************************************************
       MAE-SHIWAKE-RTN            SECTION.
           MOVE  ZERO  TO  WK-MAE-UKEIRE.
           MOVE  ZERO  TO  WK-MAE-JUTO.
           IF  MAE-TOUGETSU-YM  =  WK-MAE-YM
             MOVE  MAE-TOUGETSU-UKEIRE  TO  WK-MAE-UKEIRE
             MOVE  MAE-TOUGETSU-JUTO    TO  WK-MAE-JUTO
           ELSE
             IF  MAE-ZENGETSU-YM  =  WK-MAE-YM
               MOVE  MAE-ZENGETSU-UKEIRE  TO  WK-MAE-UKEIRE
               MOVE  MAE-ZENGETSU-JUTO    TO  WK-MAE-JUTO
             END-IF
           END-IF.
           MOVE  MAE-TOKU-COD  TO  CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               MOVE  SPACE             TO  WK-MAE-KAISHA-COD
             NOT  INVALID  KEY
               MOVE  CFTOK-KAISHA-COD  TO  WK-MAE-KAISHA-COD
           END-READ.
      *    受入（借方：売掛金／貸方：前受金）
           IF  WK-MAE-UKEIRE  NOT  =  ZERO
             MOVE  "1"                 TO  GLJ-KASHIKARI-KBN
             MOVE  WK-KAMOKU-COD-KARI  TO  GLJ-KAMOKU-COD
             MOVE  WK-KAMOKU-MEI-KARI  TO  GLJ-KAMOKU-MEI
             MOVE  WK-MAE-UKEIRE       TO  GLJ-KINGAKU
             PERFORM  MAE-WRITE-RTN
             MOVE  "2"                   TO  GLJ-KASHIKARI-KBN
             MOVE  WK-KAMOKU-MAEUKE      TO  GLJ-KAMOKU-COD
             MOVE  WK-KAMOKU-MAEUKE-MEI  TO  GLJ-KAMOKU-MEI
             MOVE  WK-MAE-UKEIRE         TO  GLJ-KINGAKU
             PERFORM  MAE-WRITE-RTN
           END-IF.
      *    充当（借方：前受金／貸方：売掛金）
           IF  WK-MAE-JUTO  NOT  =  ZERO
             MOVE  "1"                   TO  GLJ-KASHIKARI-KBN
             MOVE  WK-KAMOKU-MAEUKE      TO  GLJ-KAMOKU-COD
             MOVE  WK-KAMOKU-MAEUKE-MEI  TO  GLJ-KAMOKU-MEI
             MOVE  WK-MAE-JUTO           TO  GLJ-KINGAKU
             PERFORM  MAE-WRITE-RTN
             MOVE  "2"                 TO  GLJ-KASHIKARI-KBN
             MOVE  WK-KAMOKU-COD-KARI  TO  GLJ-KAMOKU-COD
             MOVE  WK-KAMOKU-MEI-KARI  TO  GLJ-KAMOKU-MEI
             MOVE  WK-MAE-JUTO         TO  GLJ-KINGAKU
             PERFORM  MAE-WRITE-RTN
           END-IF.
           PERFORM  MAE-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 前受金仕訳出力処理（貸借区分・科目・金額は呼出し側で
      * 設定済み）
      ********************************************************
       MAE-WRITE-RTN              SECTION.
           MOVE  WK-MAE-YM         TO  GLJ-DENPYO-YM.
           MOVE  MAE-TOKU-COD      TO  GLJ-TOKU-COD.
           MOVE  SPACE             TO  GLJ-HOJO-COD.
           MOVE  WK-MAE-KAISHA-COD TO  GLJ-KAISHA-COD.
           WRITE  OTF-REC.
           ADD  +1  TO  OTF-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 見本品出荷入力処理
      ********************************************************
       SMP-READ-RTN               SECTION.
           READ  SMP-FILE
           AT  END
             MOVE  "1"  TO  SMP-END-FLG
           NOT  AT  END
             ADD  +1  TO  SMP-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 見本品費集計処理（実出荷日が抽出年月の明細の原価額を
      * 営業員別の表へ積み上げる。表あふれは表示のみ）
      ********************************************************
       SMP-SHUKEI-RTN             SECTION.
           IF  UF010-SHIP-DATE  (1:6)  NOT  =  WK-MAE-YM
             GO  TO  NEXT-READ
           END-IF.
           COMPUTE  WK-SMP-GAKU  ROUNDED  =
                    UF010-GENKA  *  UF010-SURYO.
           MOVE  +0  TO  WK-SMP-HIT.
           PERFORM  SMP-SRCH-RTN
             VARYING  WK-SMP-IDX  FROM  1  BY  1
               UNTIL  WK-SMP-IDX  >  WK-SMP-CNT
                  OR  WK-SMP-HIT  NOT  =  +0.
           IF  WK-SMP-HIT  =  +0
             IF  WK-SMP-CNT  <  WK-SMP-MAX
               ADD  +1  TO  WK-SMP-CNT
               MOVE  WK-SMP-CNT       TO  WK-SMP-HIT
               MOVE  UF010-EIGYO-COD  TO  WK-SMP-EIGYO-COD (WK-SMP-HIT)
               MOVE  +0               TO  WK-SMP-KINGAKU   (WK-SMP-HIT)
             ELSE
               DISPLAY  "*** KUBM060 SMP-TBL OVERFLOW "
                        UF010-EIGYO-COD  " ***"
               GO  TO  NEXT-READ
             END-IF
           END-IF.
           ADD  WK-SMP-GAKU  TO  WK-SMP-KINGAKU  (WK-SMP-HIT).
       NEXT-READ.
           PERFORM  SMP-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 見本品費集計表検索処理
      ********************************************************
       SMP-SRCH-RTN               SECTION.
           IF  WK-SMP-EIGYO-COD  (WK-SMP-IDX)  =  UF010-EIGYO-COD
             MOVE  WK-SMP-IDX  TO  WK-SMP-HIT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 見本品費仕訳作成処理（営業員ごとに借方：見本品費／貸方：
      * 商品。原価額ゼロの営業員は仕訳にしない）
      ********************************************************
       SMP-SHIWAKE-RTN            SECTION.
           IF  WK-SMP-KINGAKU  (WK-SMP-IDX)  =  ZERO
             GO  TO  EXT
           END-IF.
           MOVE  "1"                   TO  GLJ-KASHIKARI-KBN.
           MOVE  WK-KAMOKU-MIHON       TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-MIHON-MEI   TO  GLJ-KAMOKU-MEI.
           PERFORM  SMP-WRITE-RTN.
           MOVE  "2"                   TO  GLJ-KASHIKARI-KBN.
           MOVE  WK-KAMOKU-SHOHIN      TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-SHOHIN-MEI  TO  GLJ-KAMOKU-MEI.
           PERFORM  SMP-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 見本品費仕訳出力処理（貸借区分・科目は呼出し側で設定
      * 済み。得意先は空白、補助コードへ営業員コードを設定）
      ********************************************************
       SMP-WRITE-RTN              SECTION.
           MOVE  WK-MAE-YM         TO  GLJ-DENPYO-YM.
           MOVE  SPACE             TO  GLJ-TOKU-COD.
           MOVE  WK-SMP-EIGYO-COD  (WK-SMP-IDX)  TO  GLJ-HOJO-COD.
           MOVE  SPACE             TO  GLJ-KAISHA-COD.
           MOVE  WK-SMP-KINGAKU    (WK-SMP-IDX)  TO  GLJ-KINGAKU.
           WRITE  OTF-REC.
           ADD  +1  TO  OTF-CNT.
       EXT.
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  ITF-FILE  OTF-FILE  MAE-FILE  SMP-FILE  TOK-FILE.
           DISPLAY  "*** ITF-CNT="  ITF-CNT.
           DISPLAY  "*** MAE-CNT="  MAE-CNT.
           DISPLAY  "*** SMP-CNT="  SMP-CNT.
           DISPLAY  "*** OTF-CNT="  OTF-CNT.
           DISPLAY  "*** KUBM060   END ***".
       EXT.
