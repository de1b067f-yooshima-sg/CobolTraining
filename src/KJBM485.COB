       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KJBM485.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：受注
      *  プログラム名      ：受注残表（希望納品月別）作成
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    受注済みで未出荷の受注（訂正待ち控えPND、KJCF020）を
      *    読み、受注明細ごとに受注ステータス追跡（KJCF150）の
      *    最新の足取りを調べて、売上計上（"7"）以降へ進んだ明細
      *    を除いた受注残を、希望納品月（JF020-NOKI-DATE）・得意
      *    先・商品分類（大分類）・倉庫の順に金額付きで印字する。
      *    在庫不足区分(9)の立った明細はバックオーダー（入荷待ち）
      *    、それ以外で希望納品日が実行日より前の明細は納期経過
      *    として、通常の受注残とは区分を分けて印字する。希望
      *    納品日ゼロ（指定なし）は即時出荷の扱いで納期内とする。
      *    明細の後に希望納品月別・商品分類別・倉庫別の合計と、
      *    受注残高推移（KJCF410、外部名BKH）の７日以上前の直近
      *    の実行分と比べた週次の増減を印字し、今回分をBKHへ書き
      *    足す。BKHは初回実行の前に空で用意しておく。同じ明細を
      *    ＣＳＶ（外部名CSV）へも書き出す
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  PND-FILE  ASSIGN  TO  EXTERNAL  PND
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  JF020-JUCHU-KEY  OF  PND-REC.
           SELECT  STS-FILE  ASSIGN  TO  EXTERNAL  STS
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  STS-KEY.
           SELECT  IMF-FILE  ASSIGN  TO  EXTERNAL  IMF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  BNR-FILE  ASSIGN  TO  EXTERNAL  BNR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFBNR-BUNRUI-COD.
           SELECT  BKH-FILE  ASSIGN  TO  EXTERNAL  BKH.
           SELECT  SRT-FILE  ASSIGN  TO  SRTWK01.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
           SELECT  CSV-FILE  ASSIGN  TO  EXTERNAL  CSV
                   ORGANIZATION  LINE  SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *    訂正待ち控え（未出荷受注）
       FD  PND-FILE.
       01  PND-REC.
           COPY  KJCF020.
      *    受注ステータス追跡（明細ごとの最新の足取り）
       FD  STS-FILE.
       01  STS-REC.
           COPY  KJCF150.
      *    商品マスタ（商品分類の取得用）
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
      *    商品分類マスタ（大分類名の取得用）
       FD  BNR-FILE.
       01  BNR-REC.
           COPY  KCCFBNR.
      *    受注残高推移（前週分の取得と今回分の書き足し）
       FD  BKH-FILE.
       01  BKH-REC.
           COPY  KJCF410.
       SD  SRT-FILE.
       01  SRT-REC.
         03  SRT-KBN              PIC  X(01).
         03  SRT-NOKI-YM          PIC  9(06).
         03  SRT-TOKU-COD         PIC  X(04).
         03  SRT-BUNRUI           PIC  X(02).
         03  SRT-WHS-COD          PIC  X(02).
         03  SRT-JUCHU-KEY.
           05  SRT-JUCHU-NO       PIC  9(06).
           05  SRT-GYO-NO         PIC  9(02).
         03  SRT-NOKI-DATE        PIC  9(08).
         03  SRT-TOKU-MEI         PIC  X(20).
         03  SRT-SHOHIN-NO        PIC  X(05).
         03  SRT-SURYO            PIC  9(05).
         03  SRT-KINGAKU          PIC S9(09).
         03  SRT-STATUS           PIC  X(01).
       FD  OEF-FILE.
       01  OEF-REC                 PIC  X(135).
       FD  CSV-FILE.
       01  CSV-REC                 PIC  X(200).
      *
       WORKING-STORAGE             SECTION.
       01  PND-END-FLG             PIC  X(1)          VALUE  "0".
       01  STS-END-FLG             PIC  X(1)          VALUE  "0".
       01  BKH-END-FLG             PIC  X(1)          VALUE  "0".
       01  SRT-END-FLG             PIC  X(1)          VALUE  "0".
       01  PND-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  ZAN-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  TAIGAI-CNT              PIC S9(9)  COMP-3  VALUE   +0.
       01  SHUKKA-CNT              PIC S9(9)  COMP-3  VALUE   +0.
       01  CSV-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  LINE-CNT                PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT                PIC S9(5)  COMP-3  VALUE   +0.
      *    １頁あたりの印字行数
       01  WK-PAGE-LINE-CNT        PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8             PIC  9(08)          VALUE  ZERO.
      *    前週の基準日（実行日の７日前）
       01  WK-DATE-INT             PIC  9(07)          VALUE  ZERO.
       01  WK-ZENSHU-DATE          PIC  9(08)          VALUE  ZERO.
      *    受注明細の判定用
       01  WK-NOKI-DATE8           PIC  9(08)          VALUE  ZERO.
       01  WK-LAST-STS             PIC  X(01)          VALUE  SPACE.
       01  WK-BUNRUI               PIC  X(02)          VALUE  SPACE.
      *    区分・希望納品月・得意先の切れ目
       01  WK-BRK-KBN              PIC  X(01)          VALUE  SPACE.
       01  WK-BRK-YM               PIC  9(06)          VALUE  ZERO.
       01  WK-BRK-TOKU             PIC  X(04)          VALUE  SPACE.
       01  WK-KBN-IDX              PIC  9(01)          VALUE  ZERO.
      *    得意先計・希望納品月計・区分計
       01  WK-TK-CNT               PIC S9(7)  COMP-3  VALUE   +0.
       01  WK-TK-GAKU              PIC S9(11) COMP-3  VALUE   +0.
       01  WK-TS-CNT               PIC S9(7)  COMP-3  VALUE   +0.
       01  WK-TS-GAKU              PIC S9(11) COMP-3  VALUE   +0.
       01  WK-KB-CNT               PIC S9(7)  COMP-3  VALUE   +0.
       01  WK-KB-GAKU              PIC S9(11) COMP-3  VALUE   +0.
      *    区分別の総計（1＝納期内、2＝納期経過、3＝バックオーダー）
       01  WK-G-TBL.
         02  WK-G-ENT              OCCURS  3  TIMES.
           03  WK-G-CNT            PIC S9(7)  COMP-3.
           03  WK-G-GAKU           PIC S9(11) COMP-3.
       01  WK-ALL-CNT              PIC S9(7)  COMP-3  VALUE   +0.
       01  WK-ALL-GAKU             PIC S9(11) COMP-3  VALUE   +0.
      *    区分名（見出し）
       01  WK-KBN-MEI-V.
         02  FILLER               PIC  X(40)  VALUE
                    "受注残（納期内・指定なし）".
         02  FILLER               PIC  X(40)  VALUE
                    "納期経過の受注残".
         02  FILLER               PIC  X(40)  VALUE
                    "バックオーダー（入荷待ち）".
       01  WK-KBN-MEI-TBL  REDEFINES  WK-KBN-MEI-V.
         02  WK-KBN-MEI           PIC  X(40)  OCCURS  3  TIMES.
      *    希望納品月別・商品分類別・倉庫別の合計表（種別＋コード
      *    の昇順に挿入して並べる。種別 1＝希望納品月、2＝商品
      *    分類、3＝倉庫。表あふれは件数だけを示す）
       01  WK-SM-MAX               PIC S9(4)  COMP-3  VALUE  +300.
       01  WK-SM-CNT               PIC S9(4)  COMP-3  VALUE   +0.
       01  WK-SM-IDX               PIC S9(4)  COMP-3  VALUE   +0.
       01  WK-SM-J                 PIC S9(4)  COMP-3  VALUE   +0.
       01  SM-OVER-CNT             PIC S9(9)  COMP-3  VALUE   +0.
       01  WK-SM-TBL.
         02  WK-SM-ENT             OCCURS  301  TIMES.
           03  WK-SM-KEY.
             05  WK-SM-SHU         PIC  X(01).
             05  WK-SM-COD         PIC  X(06).
           03  WK-SM-KEN           PIC S9(7)  COMP-3.
           03  WK-SM-GAKU          PIC S9(11) COMP-3.
       01  WK-SM-IN-KEY.
         02  WK-SM-IN-SHU          PIC  X(01).
         02  WK-SM-IN-COD          PIC  X(06).
       01  WK-SM-BRK-SHU           PIC  X(01)          VALUE  SPACE.
      *    前週分（受注残高推移の７日以上前の直近の行）
       01  WK-ZEN-FLG              PIC  X(01)          VALUE  SPACE.
       01  WK-ZEN-RUN-DATE         PIC  9(08)          VALUE  ZERO.
       01  WK-ZEN-CNT              PIC S9(7)  COMP-3  VALUE   +0.
       01  WK-ZEN-ZAN-GAKU         PIC S9(11) COMP-3  VALUE   +0.
       01  WK-ZEN-CHIEN-GAKU       PIC S9(11) COMP-3  VALUE   +0.
       01  WK-ZEN-BO-GAKU          PIC S9(11) COMP-3  VALUE   +0.
      *    ＣＳＶ編集用
       01  WK-CSV-KINGAKU          PIC S9(9)           VALUE  +0.
       01  WK-PRT-LINE             PIC  X(135)         VALUE  SPACE.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(24)  VALUE
                    "受注残表（希望納品月別）".
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
         02  FILLER               PIC  X(55)  VALUE  SPACE.
      *  区分見出し
       01  H2-KBN.
         02  H2-KBN-MEI           PIC  X(40).
         02  FILLER               PIC  X(8)   VALUE  "基準日：".
         02  H2-KIJUN-DATE        PIC  9(08).
         02  FILLER               PIC  X(79)  VALUE  SPACE.
      *  小見出し
       01  H3-KOMIDASHI.
         02  FILLER               PIC  X(11)  VALUE  "受注番号".
         02  FILLER               PIC  X(27)  VALUE  "得意先".
         02  FILLER               PIC  X(7)   VALUE  "商品".
         02  FILLER               PIC  X(5)   VALUE  "分類".
         02  FILLER               PIC  X(5)   VALUE  "倉庫".
         02  FILLER               PIC  X(10)  VALUE  "希望納品".
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "数量".
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "金額".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(12)  VALUE  "状況".
         02  FILLER               PIC  X(32)  VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-JUCHU-NO          PIC  9(06).
         02  FILLER               PIC  X(1)   VALUE  "-".
         02  D1-GYO-NO            PIC  9(02).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TOKU-COD          PIC  X(04).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-TOKU-MEI          PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHOHIN-NO         PIC  X(05).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-BUNRUI            PIC  X(02).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  D1-WHS-COD           PIC  X(02).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  D1-NOKI-DATE         PIC  X(08).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SURYO             PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KINGAKU           PIC  ---,---,--9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-STS-MEI           PIC  X(12).
         02  FILLER               PIC  X(37)  VALUE  SPACE.
      *  小計・合計（金額は明細の金額の桁に揃える）
       01  D2-KEI.
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  D2-TITLE             PIC  X(20).
         02  D2-COD               PIC  X(08).
         02  FILLER               PIC  X(16)  VALUE  SPACE.
         02  D2-KEN               PIC  ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  "件".
         02  FILLER               PIC  X(14)  VALUE  SPACE.
         02  D2-KINGAKU           PIC  ---,---,--9.
         02  FILLER               PIC  X(51)  VALUE  SPACE.
      *  週次増減の見出し
       01  H4-SUII.
         02  FILLER               PIC  X(36)  VALUE
                    "受注残の週次増減".
         02  FILLER               PIC  X(11)  VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "今回".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(11)  VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "前週".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(11)  VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "増減".
         02  FILLER               PIC  X(50)  VALUE  SPACE.
      *  週次増減の明細
       01  D3-SUII.
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  D3-TITLE             PIC  X(30).
         02  D3-KONKAI            PIC  ---,---,---,--9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D3-ZENSHU            PIC  ---,---,---,--9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D3-ZOGEN             PIC  ---,---,---,--9.
         02  FILLER               PIC  X(50)  VALUE  SPACE.
      *  前週分の基準日
       01  D4-ZENSHU.
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  D4-TITLE             PIC  X(30).
         02  D4-DATE              PIC  X(08).
         02  FILLER               PIC  X(91)  VALUE  SPACE.
      *
      ********************************************************
      *  受注残表作成（区分・希望納品月・得意先・商品分類・倉庫
      *  の順にソートして印字）
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           SORT  SRT-FILE
             ON  ASCENDING  KEY  SRT-KBN        IN  SRT-REC
                                 SRT-NOKI-YM    IN  SRT-REC
                                 SRT-TOKU-COD   IN  SRT-REC
                                 SRT-BUNRUI     IN  SRT-REC
                                 SRT-WHS-COD    IN  SRT-REC
                                 SRT-JUCHU-KEY  IN  SRT-REC
             INPUT   PROCEDURE  CHUSHUTSU-RTN
             OUTPUT  PROCEDURE  INSATU-CTL-RTN.
           PERFORM  SHUKEI-RTN.
           PERFORM  SUII-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（受注残高推移から前週分を取り出す）
      ********************************************************
       INIT-RTN                    SECTION.
           DISPLAY  "*** KJBM485 START ***".
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE  H2-KIJUN-DATE.
           COMPUTE  WK-DATE-INT  =
                    FUNCTION  INTEGER-OF-DATE  (WK-PC-DATE8)  -  7.
           COMPUTE  WK-ZENSHU-DATE  =
                    FUNCTION  DATE-OF-INTEGER  (WK-DATE-INT).
           INITIALIZE  WK-G-TBL.
           OPEN  INPUT   BKH-FILE.
           PERFORM  BKH-READ-RTN  UNTIL  BKH-END-FLG  =  "1".
           CLOSE  BKH-FILE.
           OPEN  INPUT   PND-FILE.
           OPEN  INPUT   STS-FILE.
           OPEN  INPUT   IMF-FILE.
           OPEN  INPUT   BNR-FILE.
           OPEN  OUTPUT  OEF-FILE.
           OPEN  OUTPUT  CSV-FILE.
           STRING  "KBN,NOKI-YM,TOKU-COD,TOKU-MEI,BUNRUI,WHS-COD,"
                                   DELIMITED  BY  SIZE
                   "JUCHU-NO,GYO-NO,SHOHIN-NO,SURYO,KINGAKU,"
                                   DELIMITED  BY  SIZE
                   "NOKI-DATE,STATUS,KIJUN-DATE"
                                   DELIMITED  BY  SIZE
                   INTO  CSV-REC
           END-STRING.
           WRITE  CSV-REC.
       EXT.
           EXIT.
      ********************************************************
      *  受注残高推移入力処理（７日以上前の行のうち最も新しい
      *  行を前週分として控える）
      ********************************************************
       BKH-READ-RTN                SECTION.
           READ  BKH-FILE
             AT  END
               MOVE  "1"  TO  BKH-END-FLG
               GO  TO  EXT
           END-READ.
           IF  JF410-RUN-DATE  >  WK-ZENSHU-DATE
             OR  JF410-RUN-DATE  <  WK-ZEN-RUN-DATE
               GO  TO  EXT
           END-IF.
           MOVE  "1"               TO  WK-ZEN-FLG.
           MOVE  JF410-RUN-DATE    TO  WK-ZEN-RUN-DATE.
           MOVE  JF410-LINE-CNT    TO  WK-ZEN-CNT.
           MOVE  JF410-ZAN-GAKU    TO  WK-ZEN-ZAN-GAKU.
           MOVE  JF410-CHIEN-GAKU  TO  WK-ZEN-CHIEN-GAKU.
           MOVE  JF410-BO-GAKU     TO  WK-ZEN-BO-GAKU.
       EXT.
           EXIT.
      ********************************************************
      *  受注残抽出処理（ソートの入力側）
      ********************************************************
       CHUSHUTSU-RTN               SECTION.
           PERFORM  PND-READ-RTN.
           PERFORM  HANTEI-RTN  UNTIL  PND-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  訂正待ち控え入力処理
      ********************************************************
       PND-READ-RTN                SECTION.
           READ  PND-FILE  NEXT
             AT  END
               MOVE  "1"  TO  PND-END-FLG
             NOT  AT  END
               ADD  +1  TO  PND-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  受注残判定処理（新規受注の明細のうち、最新の足取りが
      *  売上計上・請求済・配達済でないものを受注残とし、区分を
      *  付けてソートへ引き渡す）
      ********************************************************
       HANTEI-RTN                  SECTION.
           IF  JF020-DATA-KBN  NOT  =  "1"
             ADD  +1  TO  TAIGAI-CNT
             GO  TO  NEXT-READ
           END-IF.
           PERFORM  STS-RTN.
           IF  WK-LAST-STS  =  "7"  OR  "8"  OR  "A"
             ADD  +1  TO  SHUKKA-CNT
             GO  TO  NEXT-READ
           END-IF.
           MOVE  JF020-NOKI-DATE  TO  WK-NOKI-DATE8.
           EVALUATE  TRUE
             WHEN  JF020-ERR-KBN  (9)  NOT  =  SPACE
               MOVE  "3"  TO  SRT-KBN
             WHEN  WK-NOKI-DATE8  NOT  =  ZERO
               AND  WK-NOKI-DATE8  <  WK-PC-DATE8
               MOVE  "2"  TO  SRT-KBN
             WHEN  OTHER
               MOVE  "1"  TO  SRT-KBN
           END-EVALUATE.
           MOVE  JF020-SHOHIN-NO  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               MOVE  SPACE             TO  WK-BUNRUI
             NOT  INVALID  KEY
               MOVE  CFSHO-DAI-BUNRUI  TO  WK-BUNRUI
           END-READ.
           MOVE  WK-NOKI-DATE8  (1:6)  TO  SRT-NOKI-YM.
           MOVE  JF020-TOKU-COD        TO  SRT-TOKU-COD.
           MOVE  WK-BUNRUI             TO  SRT-BUNRUI.
           MOVE  JF020-WHS-COD         TO  SRT-WHS-COD.
           MOVE  JF020-JUCHU-NO        TO  SRT-JUCHU-NO.
           MOVE  JF020-GYO-NO          TO  SRT-GYO-NO.
           MOVE  WK-NOKI-DATE8         TO  SRT-NOKI-DATE.
           MOVE  JF020-TOKU-MEI        TO  SRT-TOKU-MEI.
           MOVE  JF020-SHOHIN-NO       TO  SRT-SHOHIN-NO.
           MOVE  JF020-SURYO           TO  SRT-SURYO.
           MOVE  JF020-KINGAKU         TO  SRT-KINGAKU.
           MOVE  WK-LAST-STS           TO  SRT-STATUS.
           RELEASE  SRT-REC.
           ADD  +1  TO  ZAN-CNT.
       NEXT-READ.
           PERFORM  PND-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  最新足取り取得処理（受注明細のキーから順に読み、同じ
      *  明細の最後の行のステータスを控える。足取りの無い明細
      *  は空白）
      ********************************************************
       STS-RTN                     SECTION.
           MOVE  SPACE            TO  WK-LAST-STS.
           MOVE  "0"              TO  STS-END-FLG.
           MOVE  JF020-JUCHU-KEY  TO  STS-JUCHU-KEY.
           MOVE  ZERO             TO  STS-DATE  STS-TIME.
           MOVE  LOW-VALUE        TO  STS-PGM-ID.
           START  STS-FILE  KEY  >=  STS-KEY
             INVALID  KEY
               GO  TO  EXT
           END-START.
           PERFORM  STS-READ-RTN  UNTIL  STS-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  受注ステータス追跡順次読込処理
      ********************************************************
       STS-READ-RTN                SECTION.
           READ  STS-FILE  NEXT
             AT  END
               MOVE  "1"  TO  STS-END-FLG
             NOT  AT  END
               IF  STS-JUCHU-KEY  NOT  =  JF020-JUCHU-KEY
                 MOVE  "1"  TO  STS-END-FLG
               ELSE
                 MOVE  STS-STATUS  TO  WK-LAST-STS
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  印刷制御処理（出力側）
      ********************************************************
       INSATU-CTL-RTN              SECTION.
           PERFORM  RETURN-RTN.
           PERFORM  INSATU-RTN  UNTIL  SRT-END-FLG  =  "1".
           IF  WK-BRK-KBN  NOT  =  SPACE
             PERFORM  KBN-END-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  ソート済みファイル入力処理
      ********************************************************
       RETURN-RTN                  SECTION.
           RETURN  SRT-FILE
             AT  END
               MOVE  "1"  TO  SRT-END-FLG
           END-RETURN.
       EXT.
           EXIT.
      ********************************************************
      *  印刷処理（区分が替われば改頁、希望納品月・得意先が替わ
      *  れば小計を印字する）
      ********************************************************
       INSATU-RTN                  SECTION.
           EVALUATE  TRUE
             WHEN  SRT-KBN  NOT  =  WK-BRK-KBN
               IF  WK-BRK-KBN  NOT  =  SPACE
                 PERFORM  KBN-END-RTN
               END-IF
               PERFORM  KBN-START-RTN
             WHEN  SRT-NOKI-YM  NOT  =  WK-BRK-YM
               PERFORM  TOKU-KEI-RTN
               PERFORM  TUKI-KEI-RTN
               PERFORM  TUKI-START-RTN
             WHEN  SRT-TOKU-COD  NOT  =  WK-BRK-TOKU
               PERFORM  TOKU-KEI-RTN
               PERFORM  TOKU-START-RTN
           END-EVALUATE.
           PERFORM  MEISAI-RTN.
           PERFORM  CSV-WRITE-RTN.
           ADD  +1           TO  WK-TK-CNT  WK-TS-CNT  WK-KB-CNT.
           ADD  SRT-KINGAKU  TO  WK-TK-GAKU  WK-TS-GAKU  WK-KB-GAKU.
           MOVE  SRT-KBN     TO  WK-KBN-IDX.
           ADD  +1           TO  WK-G-CNT   (WK-KBN-IDX).
           ADD  SRT-KINGAKU  TO  WK-G-GAKU  (WK-KBN-IDX).
           MOVE  "1"          TO  WK-SM-IN-SHU.
           MOVE  SRT-NOKI-YM  TO  WK-SM-IN-COD.
           PERFORM  SM-ADD-RTN.
           MOVE  "2"          TO  WK-SM-IN-SHU.
           MOVE  SRT-BUNRUI   TO  WK-SM-IN-COD.
           PERFORM  SM-ADD-RTN.
           MOVE  "3"          TO  WK-SM-IN-SHU.
           MOVE  SRT-WHS-COD  TO  WK-SM-IN-COD.
           PERFORM  SM-ADD-RTN.
           PERFORM  RETURN-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  区分開始処理（区分見出しを替えて改頁させる）
      ********************************************************
       KBN-START-RTN               SECTION.
           MOVE  SRT-KBN  TO  WK-BRK-KBN  WK-KBN-IDX.
           MOVE  WK-KBN-MEI  (WK-KBN-IDX)  TO  H2-KBN-MEI.
           MOVE  +0   TO  WK-KB-CNT  WK-KB-GAKU.
           MOVE  +99  TO  LINE-CNT.
           PERFORM  TUKI-START-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  希望納品月開始処理
      ********************************************************
       TUKI-START-RTN              SECTION.
           MOVE  SRT-NOKI-YM  TO  WK-BRK-YM.
           MOVE  +0  TO  WK-TS-CNT  WK-TS-GAKU.
           PERFORM  TOKU-START-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  得意先開始処理
      ********************************************************
       TOKU-START-RTN              SECTION.
           MOVE  SRT-TOKU-COD  TO  WK-BRK-TOKU.
           MOVE  +0  TO  WK-TK-CNT  WK-TK-GAKU.
       EXT.
           EXIT.
      ********************************************************
      *  区分終了処理（得意先計・希望納品月計・区分計）
      ********************************************************
       KBN-END-RTN                 SECTION.
           PERFORM  TOKU-KEI-RTN.
           PERFORM  TUKI-KEI-RTN.
           MOVE  "＊＊区分計＊＊"  TO  D2-TITLE.
           MOVE  SPACE              TO  D2-COD.
           MOVE  WK-KB-CNT          TO  D2-KEN.
           MOVE  WK-KB-GAKU         TO  D2-KINGAKU.
           MOVE  D2-KEI  TO  WK-PRT-LINE.
           PERFORM  PRT-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  得意先計印字処理
      ********************************************************
       TOKU-KEI-RTN                SECTION.
           MOVE  "得意先計"   TO  D2-TITLE.
           MOVE  WK-BRK-TOKU  TO  D2-COD.
           MOVE  WK-TK-CNT    TO  D2-KEN.
           MOVE  WK-TK-GAKU   TO  D2-KINGAKU.
           MOVE  D2-KEI  TO  WK-PRT-LINE.
           PERFORM  PRT-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  希望納品月計印字処理
      ********************************************************
       TUKI-KEI-RTN                SECTION.
           MOVE  "＊希望納品月計＊"  TO  D2-TITLE.
           IF  WK-BRK-YM  =  ZERO
             MOVE  "指定なし"  TO  D2-COD
           ELSE
             MOVE  WK-BRK-YM   TO  D2-COD
           END-IF.
           MOVE  WK-TS-CNT    TO  D2-KEN.
           MOVE  WK-TS-GAKU   TO  D2-KINGAKU.
           MOVE  D2-KEI  TO  WK-PRT-LINE.
           PERFORM  PRT-RTN.
           MOVE  SPACE  TO  WK-PRT-LINE.
           PERFORM  PRT-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  明細印刷処理
      ********************************************************
       MEISAI-RTN                  SECTION.
           MOVE  SRT-JUCHU-NO   TO  D1-JUCHU-NO.
           MOVE  SRT-GYO-NO     TO  D1-GYO-NO.
           MOVE  SRT-TOKU-COD   TO  D1-TOKU-COD.
           MOVE  SRT-TOKU-MEI   TO  D1-TOKU-MEI.
           MOVE  SRT-SHOHIN-NO  TO  D1-SHOHIN-NO.
           MOVE  SRT-BUNRUI     TO  D1-BUNRUI.
           MOVE  SRT-WHS-COD    TO  D1-WHS-COD.
           IF  SRT-NOKI-DATE  =  ZERO
             MOVE  "指定なし"     TO  D1-NOKI-DATE
           ELSE
             MOVE  SRT-NOKI-DATE  TO  D1-NOKI-DATE
           END-IF.
           MOVE  SRT-SURYO      TO  D1-SURYO.
           MOVE  SRT-KINGAKU    TO  D1-KINGAKU.
           EVALUATE  SRT-STATUS
             WHEN  "1"  MOVE  "受信"          TO  D1-STS-MEI
             WHEN  "2"  MOVE  "チェック済"    TO  D1-STS-MEI
             WHEN  "3"  MOVE  "突合済"        TO  D1-STS-MEI
             WHEN  "4"  MOVE  "エラー控え"    TO  D1-STS-MEI
             WHEN  "5"  MOVE  "リリース"      TO  D1-STS-MEI
             WHEN  "6"  MOVE  "保留"          TO  D1-STS-MEI
             WHEN  "9"  MOVE  "リリース待ち"  TO  D1-STS-MEI
             WHEN  OTHER  MOVE  "足取りなし"  TO  D1-STS-MEI
           END-EVALUATE.
           MOVE  D1-MEISAI  TO  WK-PRT-LINE.
           PERFORM  PRT-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  受注残ＣＳＶ出力処理
      ********************************************************
       CSV-WRITE-RTN               SECTION.
           MOVE  SRT-KINGAKU  TO  WK-CSV-KINGAKU.
           MOVE  SPACE  TO  CSV-REC.
           STRING  SRT-KBN             DELIMITED  BY  SIZE
                   ","                 DELIMITED  BY  SIZE
                   SRT-NOKI-YM         DELIMITED  BY  SIZE
                   ","                 DELIMITED  BY  SIZE
                   SRT-TOKU-COD        DELIMITED  BY  SIZE
                   ","                 DELIMITED  BY  SIZE
                   SRT-TOKU-MEI        DELIMITED  BY  "  "
                   ","                 DELIMITED  BY  SIZE
                   SRT-BUNRUI          DELIMITED  BY  SPACE
                   ","                 DELIMITED  BY  SIZE
                   SRT-WHS-COD         DELIMITED  BY  SPACE
                   ","                 DELIMITED  BY  SIZE
                   SRT-JUCHU-NO        DELIMITED  BY  SIZE
                   ","                 DELIMITED  BY  SIZE
                   SRT-GYO-NO          DELIMITED  BY  SIZE
                   ","                 DELIMITED  BY  SIZE
                   SRT-SHOHIN-NO       DELIMITED  BY  SIZE
                   ","                 DELIMITED  BY  SIZE
                   SRT-SURYO           DELIMITED  BY  SIZE
                   ","                 DELIMITED  BY  SIZE
                   WK-CSV-KINGAKU      DELIMITED  BY  SIZE
                   ","                 DELIMITED  BY  SIZE
                   SRT-NOKI-DATE       DELIMITED  BY  SIZE
                   ","                 DELIMITED  BY  SIZE
                   SRT-STATUS          DELIMITED  BY  SIZE
                   ","                 DELIMITED  BY  SIZE
                   WK-PC-DATE8         DELIMITED  BY  SIZE
                   INTO  CSV-REC
           END-STRING.
           WRITE  CSV-REC.
           ADD  +1  TO  CSV-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  合計表加算処理（種別＋コードの位置を探し、無ければ
      *  後ろをずらして挿入する）
      ********************************************************
       SM-ADD-RTN                  SECTION.
           PERFORM  SM-SCAN-RTN
             VARYING  WK-SM-IDX  FROM  1  BY  1
               UNTIL  WK-SM-IDX  >  WK-SM-CNT
                  OR  WK-SM-KEY  (WK-SM-IDX)  >=  WK-SM-IN-KEY.
           IF  WK-SM-IDX  <=  WK-SM-CNT
             AND  WK-SM-KEY  (WK-SM-IDX)  =  WK-SM-IN-KEY
               ADD  +1           TO  WK-SM-KEN   (WK-SM-IDX)
               ADD  SRT-KINGAKU  TO  WK-SM-GAKU  (WK-SM-IDX)
               GO  TO  EXT
           END-IF.
           IF  WK-SM-CNT  >=  WK-SM-MAX
             ADD  +1  TO  SM-OVER-CNT
             GO  TO  EXT
           END-IF.
           PERFORM  SM-SHIFT-RTN
             VARYING  WK-SM-J  FROM  WK-SM-CNT  BY  -1
               UNTIL  WK-SM-J  <  WK-SM-IDX.
           MOVE  WK-SM-IN-KEY  TO  WK-SM-KEY   (WK-SM-IDX).
           MOVE  +1            TO  WK-SM-KEN   (WK-SM-IDX).
           MOVE  SRT-KINGAKU   TO  WK-SM-GAKU  (WK-SM-IDX).
           ADD  +1  TO  WK-SM-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  合計表位置検索処理（条件の判定だけで進める）
      ********************************************************
       SM-SCAN-RTN                 SECTION.
           CONTINUE.
       EXT.
           EXIT.
      ********************************************************
      *  合計表移動処理（挿入位置から後ろを１件ずつずらす）
      ********************************************************
       SM-SHIFT-RTN                SECTION.
           MOVE  WK-SM-ENT  (WK-SM-J)  TO  WK-SM-ENT  (WK-SM-J  +  1).
       EXT.
           EXIT.
      ********************************************************
      *  合計印字処理（区分別・希望納品月別・商品分類別・倉庫別）
      ********************************************************
       SHUKEI-RTN                  SECTION.
           MOVE  "受注残の合計"  TO  H2-KBN-MEI.
           MOVE  +99  TO  LINE-CNT.
           PERFORM  SHUKEI-KBN-RTN
             VARYING  WK-KBN-IDX  FROM  1  BY  1
               UNTIL  WK-KBN-IDX  >  3.
           MOVE  "＊＊総合計＊＊"  TO  D2-TITLE.
           MOVE  SPACE              TO  D2-COD.
           MOVE  WK-ALL-CNT         TO  D2-KEN.
           MOVE  WK-ALL-GAKU        TO  D2-KINGAKU.
           MOVE  D2-KEI  TO  WK-PRT-LINE.
           PERFORM  PRT-RTN.
           MOVE  SPACE  TO  WK-SM-BRK-SHU.
           PERFORM  SM-PRINT-RTN
             VARYING  WK-SM-IDX  FROM  1  BY  1
               UNTIL  WK-SM-IDX  >  WK-SM-CNT.
           IF  SM-OVER-CNT  >  ZERO
             MOVE  SPACE  TO  WK-PRT-LINE
             PERFORM  PRT-RTN
             MOVE  "表あふれ（省略）"  TO  D2-TITLE
             MOVE  SPACE               TO  D2-COD
             MOVE  SM-OVER-CNT         TO  D2-KEN
             MOVE  ZERO                TO  D2-KINGAKU
             MOVE  D2-KEI  TO  WK-PRT-LINE
             PERFORM  PRT-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  区分別合計印字処理
      ********************************************************
       SHUKEI-KBN-RTN              SECTION.
           MOVE  WK-KBN-MEI  (WK-KBN-IDX)  TO  D2-TITLE.
           MOVE  SPACE                      TO  D2-COD.
           MOVE  WK-G-CNT    (WK-KBN-IDX)  TO  D2-KEN.
           MOVE  WK-G-GAKU   (WK-KBN-IDX)  TO  D2-KINGAKU.
           MOVE  D2-KEI  TO  WK-PRT-LINE.
           PERFORM  PRT-RTN.
           ADD  WK-G-CNT   (WK-KBN-IDX)  TO  WK-ALL-CNT.
           ADD  WK-G-GAKU  (WK-KBN-IDX)  TO  WK-ALL-GAKU.
       EXT.
           EXIT.
      ********************************************************
      *  合計表印字処理（種別が替われば種別名を印字する）
      ********************************************************
       SM-PRINT-RTN                SECTION.
           IF  WK-SM-SHU  (WK-SM-IDX)  NOT  =  WK-SM-BRK-SHU
             MOVE  WK-SM-SHU  (WK-SM-IDX)  TO  WK-SM-BRK-SHU
             MOVE  SPACE  TO  WK-PRT-LINE
             PERFORM  PRT-RTN
             EVALUATE  WK-SM-BRK-SHU
               WHEN  "1"
                 MOVE  "【希望納品月別】"  TO  WK-PRT-LINE
               WHEN  "2"
                 MOVE  "【商品分類別】"    TO  WK-PRT-LINE
               WHEN  OTHER
                 MOVE  "【倉庫別】"        TO  WK-PRT-LINE
             END-EVALUATE
             PERFORM  PRT-RTN
           END-IF.
           MOVE  WK-SM-COD  (WK-SM-IDX)  TO  D2-COD.
           EVALUATE  WK-SM-SHU  (WK-SM-IDX)
             WHEN  "1"
               MOVE  "希望納品月"  TO  D2-TITLE
               IF  WK-SM-COD  (WK-SM-IDX)  =  "000000"
                 MOVE  "指定なし"  TO  D2-COD
               END-IF
             WHEN  "2"
               MOVE  SPACE  TO  CFBNR-BUNRUI-COD
               MOVE  WK-SM-COD  (WK-SM-IDX)  TO  CFBNR-DAI-BUNRUI
               READ  BNR-FILE
                 INVALID  KEY
                   MOVE  "未分類"  TO  CFBNR-BUNRUI-MEI
               END-READ
               MOVE  CFBNR-BUNRUI-MEI  TO  D2-TITLE
             WHEN  OTHER
               EVALUATE  WK-SM-COD  (WK-SM-IDX)
                 WHEN  "01"
                   MOVE  "本社倉庫"  TO  D2-TITLE
                 WHEN  "02"
                   MOVE  "第二倉庫"  TO  D2-TITLE
                 WHEN  OTHER
                   MOVE  "倉庫未引当"  TO  D2-TITLE
               END-EVALUATE
           END-EVALUATE.
           MOVE  WK-SM-KEN   (WK-SM-IDX)  TO  D2-KEN.
           MOVE  WK-SM-GAKU  (WK-SM-IDX)  TO  D2-KINGAKU.
           MOVE  D2-KEI  TO  WK-PRT-LINE.
           PERFORM  PRT-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  週次増減処理（前週分と比べて印字し、今回分を受注残高
      *  推移へ書き足す）
      ********************************************************
       SUII-RTN                    SECTION.
           MOVE  SPACE  TO  WK-PRT-LINE.
           PERFORM  PRT-RTN.
           MOVE  H4-SUII  TO  WK-PRT-LINE.
           PERFORM  PRT-RTN.
           MOVE  "前週分の基準日"  TO  D4-TITLE.
           IF  WK-ZEN-FLG  =  "1"
             MOVE  WK-ZEN-RUN-DATE  TO  D4-DATE
           ELSE
             MOVE  "前週なし"       TO  D4-DATE
           END-IF.
           MOVE  D4-ZENSHU  TO  WK-PRT-LINE.
           PERFORM  PRT-RTN.
           MOVE  "受注残合計"  TO  D3-TITLE.
           MOVE  WK-ALL-GAKU      TO  D3-KONKAI.
           MOVE  WK-ZEN-ZAN-GAKU  TO  D3-ZENSHU.
           COMPUTE  D3-ZOGEN  =  WK-ALL-GAKU  -  WK-ZEN-ZAN-GAKU.
           PERFORM  SUII-PRT-RTN.
           MOVE  "　うち納期経過"  TO  D3-TITLE.
           MOVE  WK-G-GAKU  (2)     TO  D3-KONKAI.
           MOVE  WK-ZEN-CHIEN-GAKU  TO  D3-ZENSHU.
           COMPUTE  D3-ZOGEN  =  WK-G-GAKU  (2)  -  WK-ZEN-CHIEN-GAKU.
           PERFORM  SUII-PRT-RTN.
           MOVE  "　うちバックオーダー"  TO  D3-TITLE.
           MOVE  WK-G-GAKU  (3)  TO  D3-KONKAI.
           MOVE  WK-ZEN-BO-GAKU  TO  D3-ZENSHU.
           COMPUTE  D3-ZOGEN  =  WK-G-GAKU  (3)  -  WK-ZEN-BO-GAKU.
           PERFORM  SUII-PRT-RTN.
           MOVE  "明細件数"  TO  D3-TITLE.
           MOVE  WK-ALL-CNT  TO  D3-KONKAI.
           MOVE  WK-ZEN-CNT  TO  D3-ZENSHU.
           COMPUTE  D3-ZOGEN  =  WK-ALL-CNT  -  WK-ZEN-CNT.
           PERFORM  SUII-PRT-RTN.
           OPEN  EXTEND  BKH-FILE.
           MOVE  SPACE        TO  BKH-REC.
           MOVE  WK-PC-DATE8  TO  JF410-RUN-DATE.
           MOVE  WK-ALL-CNT   TO  JF410-LINE-CNT.
           MOVE  WK-ALL-GAKU  TO  JF410-ZAN-GAKU.
           MOVE  WK-G-GAKU  (2)  TO  JF410-CHIEN-GAKU.
           MOVE  WK-G-GAKU  (3)  TO  JF410-BO-GAKU.
           WRITE  BKH-REC.
           CLOSE  BKH-FILE.
       EXT.
           EXIT.
      ********************************************************
      *  週次増減行出力処理（前週分が無ければ前週・増減は空欄）
      ********************************************************
       SUII-PRT-RTN                SECTION.
           MOVE  D3-SUII  TO  WK-PRT-LINE.
           IF  WK-ZEN-FLG  NOT  =  "1"
             MOVE  SPACE  TO  WK-PRT-LINE  (52:)
           END-IF.
           PERFORM  PRT-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  行出力処理（改頁してから１行送りで印字する）
      ********************************************************
       PRT-RTN                     SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  WK-PRT-LINE  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  見出し印刷処理
      ********************************************************
       MIDASHI-RTN                 SECTION.
           MOVE  +0  TO  LINE-CNT.
           ADD   +1  TO  PAGE-CNT.
           MOVE  PAGE-CNT  TO  H1-PAGE-NO.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  H2-KBN        TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  H3-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  +5  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  PND-FILE  STS-FILE  IMF-FILE  BNR-FILE  OEF-FILE
                  CSV-FILE.
           DISPLAY  "*** PND-CNT   ="  PND-CNT.
           DISPLAY  "*** ZAN-CNT   ="  ZAN-CNT.
           DISPLAY  "*** TAIGAI-CNT="  TAIGAI-CNT.
           DISPLAY  "*** SHUKKA-CNT="  SHUKKA-CNT.
           DISPLAY  "*** CSV-CNT   ="  CSV-CNT.
           DISPLAY  "*** KJBM485  END ***".
       EXT.
           EXIT.
