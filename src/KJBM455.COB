       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KJBM455.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：受注
      *  プログラム名      ：得意先別価格表作成
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    指定した得意先（KJBM455_TOKU_COD）または得意先グループ
      *    （KJBM455_GRP_COD。親得意先コードが一致する得意先と
      *    親得意先自身）について、基準日（KJBM455_KIJUN_DATE、
      *    省略時は実行日）時点の商品別の適用単価を求めて価格表
      *    を印字し、メール送付用のＣＳＶファイルへも書き出す。
      *    適用単価は受注の金額計算（KJBM030）と同じ優先順（包括
      *    契約＞得意先別契約単価＞数量別単価＞単価改定履歴・
      *    現行単価）で決め、基準日に有効な販促キャンペーンの
      *    値引を重ねる。数量別単価は基本単位１個の受注として
      *    段階を判定する。廃番商品は載せない。基準日から３０日
      *    後の適用単価も同じ方法で求め、基準日と異なる商品には
      *    変更予定の印と３０日後の単価を付ける。単価は基本単位
      *    あたりで、ケース換算数量が設定された商品はケース単価
      *    も出す
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  IMF-FILE  ASSIGN  TO  EXTERNAL  IMF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  CPR-FILE  ASSIGN  TO  EXTERNAL  CPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  CFCPR-KEY.
           SELECT  QPR-FILE  ASSIGN  TO  EXTERNAL  QPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  CFQPR-KEY.
           SELECT  BLK-FILE  ASSIGN  TO  EXTERNAL  BLK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFBLK-KEY.
           SELECT  CMP-FILE  ASSIGN  TO  EXTERNAL  CMP.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
           SELECT  CSV-FILE  ASSIGN  TO  EXTERNAL  CSV
                   ORGANIZATION  LINE  SEQUENTIAL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  CPR-FILE.
       01  CPR-REC.
           COPY  KCCFCPR.
       FD  QPR-FILE.
       01  QPR-REC.
           COPY  KCCFQPR.
       FD  BLK-FILE.
       01  BLK-REC.
           COPY  KCCFBLK.
       FD  CMP-FILE.
       01  CMP-REC.
           COPY  KCCFCMP.
       FD  OEF-FILE.
       01  OEF-REC                 PIC  X(135).
       FD  CSV-FILE.
       01  CSV-REC                 PIC  X(200).
      *
       WORKING-STORAGE             SECTION.
       01  TOK-END-FLG             PIC  X(1)          VALUE  "0".
       01  SHO-END-FLG             PIC  X(1)          VALUE  "0".
       01  TOK-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  TAISHO-CNT              PIC S9(9)  COMP-3  VALUE   +0.
       01  SHO-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  HAIBAN-CNT              PIC S9(9)  COMP-3  VALUE   +0.
       01  KEISAI-CNT              PIC S9(9)  COMP-3  VALUE   +0.
       01  HENKO-CNT               PIC S9(9)  COMP-3  VALUE   +0.
       01  CSV-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  LINE-CNT                PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT                PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT        PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8             PIC  9(08)          VALUE  ZERO.
      *    得意先別の掲載・変更予定件数
       01  WK-TOK-KEISAI-CNT       PIC S9(9)  COMP-3  VALUE   +0.
       01  WK-TOK-HENKO-CNT        PIC S9(9)  COMP-3  VALUE   +0.
      *    対象得意先・得意先グループ（どちらか一方を指定）
       01  WK-TOKU-COD             PIC  X(04)          VALUE  SPACE.
       01  WK-GRP-COD              PIC  X(04)          VALUE  SPACE.
      *    基準日（省略時は実行日）と変更予定の判定日（３０日後）
       01  WK-KIJUN-DATE-X         PIC  X(08)          VALUE  SPACE.
       01  WK-KIJUN-DATE           PIC  9(08)          VALUE  ZERO.
       01  WK-YOTEI-DATE           PIC  9(08)          VALUE  ZERO.
       01  WK-DATE-INT             PIC S9(9)  COMP-3  VALUE   +0.
      *    変更予定を見る日数
       01  WK-YOTEI-DAYS           PIC S9(3)  COMP-3  VALUE  +30.
      *    単価判定の受渡し（判定する日付と、求めた単価・出所）
       01  WK-ORDER-DATE8          PIC  9(08)          VALUE  ZERO.
       01  WK-BASE-SURYO           PIC  9(07)          VALUE  1.
       01  WK-TEIKA                PIC S9(05)V9(2)     VALUE  ZERO.
       01  WK-TANKA                PIC S9(05)V9(2)     VALUE  ZERO.
       01  WK-TANKA-KBN            PIC  X(01)          VALUE  SPACE.
       01  WK-BEST-EFF-DATE        PIC  9(08)          VALUE  ZERO.
       01  WK-HIST-IDX             PIC S9(4)  COMP-3  VALUE   +0.
      *    基準日時点の定価・適用単価と３０日後の適用単価
       01  WK-KIJUN-TEIKA          PIC S9(05)V9(2)     VALUE  ZERO.
       01  WK-KIJUN-TANKA          PIC S9(05)V9(2)     VALUE  ZERO.
       01  WK-KIJUN-KBN            PIC  X(01)          VALUE  SPACE.
       01  WK-KIJUN-CMP-COD        PIC  X(04)          VALUE  SPACE.
       01  WK-YOTEI-TANKA          PIC S9(05)V9(2)     VALUE  ZERO.
       01  WK-HENKO-FLG            PIC  X(01)          VALUE  SPACE.
       01  WK-CASE-TANKA           PIC S9(09)V9(2)     VALUE  ZERO.
       01  WK-CURRENCY             PIC  X(03)          VALUE  SPACE.
      *    包括契約・契約単価・数量別単価の検索用
       01  WK-BLK-HIT-FLG          PIC  X(01)          VALUE  SPACE.
       01  CPR-END-FLG             PIC  X(01)          VALUE  "0".
       01  WK-CPR-HIT-FLG          PIC  X(01)          VALUE  SPACE.
       01  WK-CPR-BEST-FROM        PIC  9(08)          VALUE  ZERO.
       01  WK-CPR-TANKA            PIC S9(05)V9(2)     VALUE  ZERO.
       01  QPR-END-FLG             PIC  X(01)          VALUE  "0".
       01  WK-QPR-HIT-FLG          PIC  X(01)          VALUE  SPACE.
       01  WK-QPR-BEST-FROM        PIC  9(08)          VALUE  ZERO.
       01  WK-QPR-TANKA            PIC S9(05)V9(2)     VALUE  ZERO.
       01  WK-QPR-BEST-SURYO       PIC  9(07)          VALUE  ZERO.
       01  WK-QPR-IDX              PIC S9(4)  COMP-3  VALUE   +0.
      *    販促キャンペーン表（KJBM030と同じ取込・判定）
       01  CMP-END-FLG             PIC  X(01)          VALUE  "0".
       01  WK-CMP-CNT              PIC S9(4)  COMP-3   VALUE  +0.
       01  WK-CMP-MAX              PIC S9(4)  COMP-3   VALUE  +50.
       01  WK-CMP-IDX              PIC S9(4)  COMP-3   VALUE  +0.
       01  WK-CMP-PRE-IX           PIC S9(4)  COMP-3   VALUE  +0.
       01  WK-CMP-TBL.
         02  WK-CMP-ENT            OCCURS  50  TIMES.
           03  WK-CMP-COD          PIC  X(04).
           03  WK-CMP-TAISHO-KBN   PIC  X(01).
           03  WK-CMP-TAISHO-COD   PIC  X(05).
           03  WK-CMP-PRE-LEN      PIC  9(01).
           03  WK-CMP-NEBIKI-KBN   PIC  X(01).
           03  WK-CMP-NEBIKI-RITU  PIC  9(02)V9(2).
           03  WK-CMP-NEBIKI-GAKU  PIC  9(05)V9(2).
           03  WK-CMP-EFF-FROM     PIC  9(08).
           03  WK-CMP-EFF-TO       PIC  9(08).
       01  WK-CMP-APPLY-FLG        PIC  X(01)          VALUE  SPACE.
       01  WK-CMP-NEBIKI           PIC S9(05)V9(2)     VALUE  ZERO.
       01  WK-CMP-APPLY-COD        PIC  X(04)          VALUE  SPACE.
      *    ＣＳＶ項目の編集用
       01  WK-CSV-TEIKA            PIC  9(05).9(2)     VALUE  ZERO.
       01  WK-CSV-TANKA            PIC  9(05).9(2)     VALUE  ZERO.
       01  WK-CSV-YOTEI-TANKA      PIC  9(05).9(2)     VALUE  ZERO.
       01  WK-CSV-CASE-TANKA       PIC  9(09).9(2)     VALUE  ZERO.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(20)  VALUE
                    "得意先別価格表".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "基準日：".
         02  H1-KIJUN-DATE        PIC  9(08).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "DATE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-DATE              PIC  9(08).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "PAGE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-PAGE-NO           PIC  Z,ZZ9.
         02  FILLER               PIC  X(40)  VALUE  SPACE.
      *  得意先見出し
       01  H2-TOKUISAKI.
         02  FILLER               PIC  X(8)   VALUE  "得意先：".
         02  H2-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  H2-TOKU-MEI          PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "親得意先：".
         02  H2-PARENT-COD        PIC  X(4).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(26)  VALUE
                    "＊＝単価変更予定（判定日：".
         02  H2-YOTEI-DATE        PIC  9(08).
         02  FILLER               PIC  X(2)   VALUE  "）".
         02  FILLER               PIC  X(45)  VALUE  SPACE.
      *  小見出し
       01  H3-KOMIDASHI.
         02  FILLER               PIC  X(5)   VALUE  "商品".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(20)  VALUE  "商品名".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "通貨".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(9)   VALUE  "     定価".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(9)   VALUE  " 適用単価".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "単価出所".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "販促".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "  入数".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(14)  VALUE
                    "    ケース単価".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "変更".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(9)   VALUE  "   30日後".
         02  FILLER               PIC  X(23)  VALUE  SPACE.
      *  明細（単価は基本単位あたり）
       01  D1-MEISAI.
         02  D1-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHOHIN-MEI        PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-CURRENCY          PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TEIKA             PIC  ZZ,ZZ9.99.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TANKA             PIC  ZZ,ZZ9.99.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHUTSUJO          PIC  X(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-CMP-COD           PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-CASE-SURYO        PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-CASE-TANKA        PIC  ZZZ,ZZZ,ZZ9.99.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-HENKO             PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-YOTEI-TANKA       PIC  ZZ,ZZ9.99.
         02  FILLER               PIC  X(23)  VALUE  SPACE.
      *  得意先計
       01  D2-GOKEI.
         02  FILLER               PIC  X(12)  VALUE  "掲載品目：".
         02  D2-KEISAI-CNT        PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(12)  VALUE  "変更予定：".
         02  D2-HENKO-CNT         PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(95)  VALUE  SPACE.
      *
      ********************************************************
      *  得意先別価格表作成
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  TOK-READ-RTN.
           PERFORM  TOKU-RTN  UNTIL  TOK-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（対象と基準日を受け取り、販促キャンペーンを
      *  表へ取り込む。得意先・得意先グループのどちらも指定が
      *  無ければ何も出さずに終わる）
      ********************************************************
       INIT-RTN                    SECTION.
           DISPLAY  "*** KJBM455 START ***".
           ACCEPT  WK-TOKU-COD  FROM  ENVIRONMENT  "KJBM455_TOKU_COD".
           ACCEPT  WK-GRP-COD   FROM  ENVIRONMENT  "KJBM455_GRP_COD".
           IF  WK-TOKU-COD  =  SPACE
             AND  WK-GRP-COD  =  SPACE
               DISPLAY  "*** KJBM455 TOKU/GRP COD NOT SPECIFIED ***"
               MOVE  8  TO  RETURN-CODE
               STOP  RUN
           END-IF.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           MOVE  WK-PC-DATE8  TO  WK-KIJUN-DATE.
           ACCEPT  WK-KIJUN-DATE-X
             FROM  ENVIRONMENT  "KJBM455_KIJUN_DATE".
           IF  WK-KIJUN-DATE-X  IS  NUMERIC
             MOVE  WK-KIJUN-DATE-X  TO  WK-KIJUN-DATE
           END-IF.
           MOVE  WK-KIJUN-DATE  TO  H1-KIJUN-DATE.
           COMPUTE  WK-DATE-INT  =
                    FUNCTION  INTEGER-OF-DATE  (WK-KIJUN-DATE)
                    +  WK-YOTEI-DAYS.
           COMPUTE  WK-YOTEI-DATE  =
                    FUNCTION  DATE-OF-INTEGER  (WK-DATE-INT).
           MOVE  WK-YOTEI-DATE  TO  H2-YOTEI-DATE.
           OPEN  INPUT   TOK-FILE.
           OPEN  INPUT   IMF-FILE.
           OPEN  INPUT   CPR-FILE.
           OPEN  INPUT   QPR-FILE.
           OPEN  INPUT   BLK-FILE.
           OPEN  OUTPUT  OEF-FILE.
           OPEN  OUTPUT  CSV-FILE.
           STRING  "TOKU-COD,SHOHIN-NO,SHOHIN-MEI,CURRENCY,TEIKA,"
                                   DELIMITED  BY  SIZE
                   "TANKA,TANKA-KBN,CMP-COD,CASE-SURYO,CASE-TANKA,"
                                   DELIMITED  BY  SIZE
                   "HENKO-FLG,YOTEI-TANKA,KIJUN-DATE"
                                   DELIMITED  BY  SIZE
                   INTO  CSV-REC
           END-STRING.
           WRITE  CSV-REC.
           OPEN  INPUT  CMP-FILE.
           PERFORM  CMP-LOAD-RTN  UNTIL  CMP-END-FLG  =  "1".
           CLOSE  CMP-FILE.
       EXT.
           EXIT.
      ********************************************************
      *  キャンペーン取込処理（対象コードの前方一致長（末尾の
      *  空白を除いた桁数）を数えて控える）
      ********************************************************
       CMP-LOAD-RTN                SECTION.
           READ  CMP-FILE
             AT  END
               MOVE  "1"  TO  CMP-END-FLG
               GO  TO  EXT
           END-READ.
           IF  WK-CMP-CNT  NOT  <  WK-CMP-MAX
             GO  TO  EXT
           END-IF.
           ADD  +1  TO  WK-CMP-CNT.
           MOVE  CFCMP-CMP-COD      TO  WK-CMP-COD  (WK-CMP-CNT).
           MOVE  CFCMP-TAISHO-KBN   TO
                 WK-CMP-TAISHO-KBN   (WK-CMP-CNT).
           MOVE  CFCMP-TAISHO-COD   TO
                 WK-CMP-TAISHO-COD   (WK-CMP-CNT).
           MOVE  ZERO  TO  WK-CMP-PRE-LEN  (WK-CMP-CNT).
           PERFORM  CMP-PRE-LEN-RTN
             VARYING  WK-CMP-PRE-IX  FROM  1  BY  1
               UNTIL  WK-CMP-PRE-IX  >  5.
           MOVE  CFCMP-NEBIKI-KBN   TO
                 WK-CMP-NEBIKI-KBN   (WK-CMP-CNT).
           MOVE  CFCMP-NEBIKI-RITU  TO
                 WK-CMP-NEBIKI-RITU  (WK-CMP-CNT).
           MOVE  CFCMP-NEBIKI-GAKU  TO
                 WK-CMP-NEBIKI-GAKU  (WK-CMP-CNT).
           MOVE  CFCMP-EFF-FROM     TO  WK-CMP-EFF-FROM  (WK-CMP-CNT).
           MOVE  CFCMP-EFF-TO       TO  WK-CMP-EFF-TO    (WK-CMP-CNT).
       EXT.
           EXIT.
      ********************************************************
      *  前方一致長計数処理
      ********************************************************
       CMP-PRE-LEN-RTN             SECTION.
           IF  CFCMP-TAISHO-COD  (WK-CMP-PRE-IX:1)  NOT  =  SPACE
             MOVE  WK-CMP-PRE-IX  TO  WK-CMP-PRE-LEN  (WK-CMP-CNT)
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  得意先マスタ順次読込処理
      ********************************************************
       TOK-READ-RTN                SECTION.
           READ  TOK-FILE  NEXT
             AT  END
               MOVE  "1"  TO  TOK-END-FLG
             NOT  AT  END
               ADD  +1  TO  TOK-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  得意先処理（対象の得意先ごとに改頁し、商品マスタを先頭
      *  から読み直して価格表を作る）
      ********************************************************
       TOKU-RTN                    SECTION.
           IF  WK-TOKU-COD  NOT  =  SPACE
             AND  CFTOK-TOKU-COD  =  WK-TOKU-COD
               GO  TO  TAISHO
           END-IF.
           IF  WK-GRP-COD  NOT  =  SPACE
             AND  (CFTOK-TOKU-COD  =  WK-GRP-COD
                   OR  CFTOK-PARENT-COD  =  WK-GRP-COD)
               GO  TO  TAISHO
           END-IF.
           GO  TO  NEXT-READ.
       TAISHO.
           ADD  +1  TO  TAISHO-CNT.
           MOVE  ZERO  TO  WK-TOK-KEISAI-CNT  WK-TOK-HENKO-CNT.
           MOVE  CFTOK-TOKU-COD    TO  H2-TOKU-COD.
           MOVE  CFTOK-TOKU-MEI    TO  H2-TOKU-MEI.
           MOVE  CFTOK-PARENT-COD  TO  H2-PARENT-COD.
           PERFORM  MIDASHI-RTN.
           MOVE  "0"         TO  SHO-END-FLG.
           MOVE  LOW-VALUE   TO  CFSHO-SHOHIN-NO.
           START  IMF-FILE  KEY  >=  CFSHO-SHOHIN-NO
             INVALID  KEY
               MOVE  "1"  TO  SHO-END-FLG
           END-START.
           IF  SHO-END-FLG  =  "0"
             PERFORM  SHO-READ-RTN
           END-IF.
           PERFORM  SHOHIN-RTN  UNTIL  SHO-END-FLG  =  "1".
           PERFORM  GOKEI-RTN.
       NEXT-READ.
           PERFORM  TOK-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  商品マスタ順次読込処理
      ********************************************************
       SHO-READ-RTN                SECTION.
           READ  IMF-FILE  NEXT
             AT  END
               MOVE  "1"  TO  SHO-END-FLG
             NOT  AT  END
               ADD  +1  TO  SHO-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  商品処理（廃番品を除き、基準日と３０日後の適用単価を
      *  求めて価格表・ＣＳＶへ出す）
      ********************************************************
       SHOHIN-RTN                  SECTION.
           IF  CFSHO-HAIBAN-FLG  =  "1"
             ADD  +1  TO  HAIBAN-CNT
             GO  TO  NEXT-READ
           END-IF.
           MOVE  WK-KIJUN-DATE  TO  WK-ORDER-DATE8.
           PERFORM  KAKAKU-RTN.
           MOVE  WK-TEIKA          TO  WK-KIJUN-TEIKA.
           MOVE  WK-TANKA          TO  WK-KIJUN-TANKA.
           MOVE  WK-TANKA-KBN      TO  WK-KIJUN-KBN.
           MOVE  WK-CMP-APPLY-COD  TO  WK-KIJUN-CMP-COD.
           MOVE  WK-YOTEI-DATE  TO  WK-ORDER-DATE8.
           PERFORM  KAKAKU-RTN.
           MOVE  WK-TANKA          TO  WK-YOTEI-TANKA.
           MOVE  SPACE  TO  WK-HENKO-FLG.
           IF  WK-YOTEI-TANKA  NOT  =  WK-KIJUN-TANKA
             MOVE  "1"  TO  WK-HENKO-FLG
             ADD  +1  TO  HENKO-CNT  WK-TOK-HENKO-CNT
           END-IF.
           MOVE  ZERO  TO  WK-CASE-TANKA.
           IF  CFSHO-CASE-SURYO  NOT  =  ZERO
             COMPUTE  WK-CASE-TANKA  =
                      WK-KIJUN-TANKA  *  CFSHO-CASE-SURYO
           END-IF.
           MOVE  CFSHO-CURRENCY  TO  WK-CURRENCY.
           IF  WK-CURRENCY  =  SPACE
             MOVE  "JPY"  TO  WK-CURRENCY
           END-IF.
           ADD  +1  TO  KEISAI-CNT  WK-TOK-KEISAI-CNT.
           PERFORM  MEISAI-RTN.
           PERFORM  CSV-WRITE-RTN.
       NEXT-READ.
           PERFORM  SHO-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  価格判定処理（WK-ORDER-DATE8時点の定価と適用単価を
      *  求め、販促キャンペーンの値引を重ねる）
      ********************************************************
       KAKAKU-RTN                  SECTION.
           PERFORM  TEIKA-RTN.
           PERFORM  EFF-TANKA-RTN.
           PERFORM  CAMPAIGN-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  定価判定処理（判定日が現行単価の適用開始日より前なら
      *  単価改定履歴から判定日時点で有効だった単価を探し、
      *  該当が無ければ現行単価を使う）
      ********************************************************
       TEIKA-RTN                   SECTION.
           MOVE  CFSHO-TANKA  TO  WK-TEIKA.
           MOVE  "5"          TO  WK-TANKA-KBN.
           MOVE  ZERO         TO  WK-BEST-EFF-DATE.
           IF  CFSHO-TANKA-EFF-DATE  >  WK-ORDER-DATE8
             PERFORM  HIST-RTN
               VARYING  WK-HIST-IDX  FROM  1  BY  1
                 UNTIL  WK-HIST-IDX  >  5
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  単価改定履歴検索処理
      ********************************************************
       HIST-RTN                    SECTION.
           IF  CFSHO-HIST-EFF-DATE  (WK-HIST-IDX)  NOT  =  ZERO
             AND  CFSHO-HIST-EFF-DATE  (WK-HIST-IDX)
                    NOT  >  WK-ORDER-DATE8
             AND  CFSHO-HIST-EFF-DATE  (WK-HIST-IDX)
                    >  WK-BEST-EFF-DATE
               MOVE  CFSHO-HIST-EFF-DATE  (WK-HIST-IDX)  TO
                     WK-BEST-EFF-DATE
               MOVE  CFSHO-HIST-TANKA     (WK-HIST-IDX)  TO
                     WK-TEIKA
               MOVE  "4"  TO  WK-TANKA-KBN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  適用単価判定処理（優先順は包括契約＞契約単価＞数量別
      *  単価＞単価改定履歴・現行単価で、KJBM030の単価出所区分
      *  と同じ値を控える）
      ********************************************************
       EFF-TANKA-RTN               SECTION.
           PERFORM  BLK-TANKA-RTN.
           IF  WK-BLK-HIT-FLG  =  "1"
             MOVE  CFBLK-TANKA  TO  WK-TANKA
             MOVE  "1"  TO  WK-TANKA-KBN
             GO  TO  EXT
           END-IF.
           PERFORM  CPR-TANKA-RTN.
           IF  WK-CPR-HIT-FLG  =  "1"
             MOVE  WK-CPR-TANKA  TO  WK-TANKA
             MOVE  "2"  TO  WK-TANKA-KBN
             GO  TO  EXT
           END-IF.
           PERFORM  QPR-TANKA-RTN.
           IF  WK-QPR-HIT-FLG  =  "1"
             MOVE  WK-QPR-TANKA  TO  WK-TANKA
             MOVE  "3"  TO  WK-TANKA-KBN
             GO  TO  EXT
           END-IF.
           MOVE  WK-TEIKA  TO  WK-TANKA.
       EXT.
           EXIT.
      ********************************************************
      *  包括契約検索処理（判定日が契約期間内なら契約単価を採用
      *  する）
      ********************************************************
       BLK-TANKA-RTN               SECTION.
           MOVE  SPACE  TO  WK-BLK-HIT-FLG.
           MOVE  CFTOK-TOKU-COD   TO  CFBLK-TOKU-COD.
           MOVE  CFSHO-SHOHIN-NO  TO  CFBLK-SHOHIN-NO.
           READ  BLK-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  CFBLK-EFF-FROM  NOT  >  WK-ORDER-DATE8
                 AND  (CFBLK-EFF-TO  =  ZERO
                   OR  CFBLK-EFF-TO  NOT  <  WK-ORDER-DATE8)
                   MOVE  "1"  TO  WK-BLK-HIT-FLG
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  契約単価検索処理（判定日時点で有効な契約のうち適用開始
      *  日の最も新しいものを採用する）
      ********************************************************
       CPR-TANKA-RTN               SECTION.
           MOVE  SPACE  TO  WK-CPR-HIT-FLG.
           MOVE  ZERO   TO  WK-CPR-BEST-FROM.
           MOVE  "0"    TO  CPR-END-FLG.
           MOVE  CFTOK-TOKU-COD   TO  CFCPR-TOKU-COD.
           MOVE  CFSHO-SHOHIN-NO  TO  CFCPR-SHOHIN-NO.
           MOVE  ZERO             TO  CFCPR-EFF-FROM.
           START  CPR-FILE  KEY  >=  CFCPR-KEY
             INVALID  KEY
               MOVE  "1"  TO  CPR-END-FLG
           END-START.
           PERFORM  CPR-SCAN-RTN  UNTIL  CPR-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  契約単価順次走査処理
      ********************************************************
       CPR-SCAN-RTN                SECTION.
           READ  CPR-FILE  NEXT
             AT  END
               MOVE  "1"  TO  CPR-END-FLG
             NOT  AT  END
               IF  CFCPR-TOKU-COD   NOT  =  CFTOK-TOKU-COD
                 OR  CFCPR-SHOHIN-NO  NOT  =  CFSHO-SHOHIN-NO
                   MOVE  "1"  TO  CPR-END-FLG
               ELSE
                 IF  CFCPR-EFF-FROM  NOT  >  WK-ORDER-DATE8
                   AND  (CFCPR-EFF-TO  =  ZERO
                     OR  CFCPR-EFF-TO  NOT  <  WK-ORDER-DATE8)
                   AND  CFCPR-EFF-FROM  NOT  <  WK-CPR-BEST-FROM
                     MOVE  CFCPR-EFF-FROM  TO  WK-CPR-BEST-FROM
                     MOVE  CFCPR-TANKA     TO  WK-CPR-TANKA
                     MOVE  "1"             TO  WK-CPR-HIT-FLG
                 END-IF
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  数量別単価検索処理（判定日時点で有効な行のうち適用開始
      *  日の最も新しい行で、基本単位１個の届く段階の単価を採る）
      ********************************************************
       QPR-TANKA-RTN               SECTION.
           MOVE  SPACE  TO  WK-QPR-HIT-FLG.
           MOVE  ZERO   TO  WK-QPR-BEST-FROM.
           MOVE  "0"    TO  QPR-END-FLG.
           MOVE  CFSHO-SHOHIN-NO  TO  CFQPR-SHOHIN-NO.
           MOVE  ZERO             TO  CFQPR-EFF-FROM.
           START  QPR-FILE  KEY  >=  CFQPR-KEY
             INVALID  KEY
               MOVE  "1"  TO  QPR-END-FLG
           END-START.
           PERFORM  QPR-SCAN-RTN  UNTIL  QPR-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  数量別単価順次走査処理
      ********************************************************
       QPR-SCAN-RTN                SECTION.
           READ  QPR-FILE  NEXT
             AT  END
               MOVE  "1"  TO  QPR-END-FLG
             NOT  AT  END
               IF  CFQPR-SHOHIN-NO  NOT  =  CFSHO-SHOHIN-NO
                   MOVE  "1"  TO  QPR-END-FLG
               ELSE
                 IF  CFQPR-EFF-FROM  NOT  >  WK-ORDER-DATE8
                   AND  (CFQPR-EFF-TO  =  ZERO
                     OR  CFQPR-EFF-TO  NOT  <  WK-ORDER-DATE8)
                   AND  CFQPR-EFF-FROM  NOT  <  WK-QPR-BEST-FROM
                     MOVE  CFQPR-EFF-FROM  TO  WK-QPR-BEST-FROM
                     MOVE  SPACE           TO  WK-QPR-HIT-FLG
                     PERFORM  QPR-DANKAI-RTN
                       VARYING  WK-QPR-IDX  FROM  1  BY  1
                         UNTIL  WK-QPR-IDX  >  5
                 END-IF
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  数量段階判定処理（下限数量の届く段階のうち下限数量の
      *  最も大きい段階の単価を採る）
      ********************************************************
       QPR-DANKAI-RTN              SECTION.
           IF  CFQPR-FROM-SURYO  (WK-QPR-IDX)  =  ZERO
             OR  CFQPR-FROM-SURYO  (WK-QPR-IDX)  >  WK-BASE-SURYO
             GO  TO  EXT
           END-IF.
           IF  WK-QPR-HIT-FLG  =  "1"
             AND  CFQPR-FROM-SURYO  (WK-QPR-IDX)  <  WK-QPR-BEST-SURYO
             GO  TO  EXT
           END-IF.
           MOVE  CFQPR-FROM-SURYO  (WK-QPR-IDX)  TO  WK-QPR-BEST-SURYO.
           MOVE  CFQPR-TANKA  (WK-QPR-IDX)  TO  WK-QPR-TANKA.
           MOVE  "1"  TO  WK-QPR-HIT-FLG.
       EXT.
           EXIT.
      ********************************************************
      *  販促キャンペーン適用処理（判定日時点で有効なキャンペーン
      *  のうち表の先頭で該当した１件の値引を単価から控除する。
      *  値引は単価を超えない範囲でゼロ止めする）
      ********************************************************
       CAMPAIGN-RTN                SECTION.
           MOVE  SPACE  TO  WK-CMP-APPLY-FLG.
           MOVE  SPACE  TO  WK-CMP-APPLY-COD.
           PERFORM  CMP-HANTEI-RTN
             VARYING  WK-CMP-IDX  FROM  1  BY  1
               UNTIL  WK-CMP-IDX  >  WK-CMP-CNT
                   OR  WK-CMP-APPLY-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  キャンペーン該当判定処理（WK-CMP-IDXのキャンペーンが
      *  処理中の得意先・商品に該当すれば値引を適用する）
      ********************************************************
       CMP-HANTEI-RTN              SECTION.
           IF  WK-CMP-EFF-FROM  (WK-CMP-IDX)  >  WK-ORDER-DATE8
             OR  (WK-CMP-EFF-TO  (WK-CMP-IDX)  NOT  =  ZERO
                  AND  WK-CMP-EFF-TO  (WK-CMP-IDX)
                       <  WK-ORDER-DATE8)
               GO  TO  EXT
           END-IF.
           EVALUATE  WK-CMP-TAISHO-KBN  (WK-CMP-IDX)
             WHEN  "1"
               IF  WK-CMP-PRE-LEN  (WK-CMP-IDX)  =  ZERO
                 GO  TO  EXT
               END-IF
               IF  CFSHO-SHOHIN-NO
                     (1:WK-CMP-PRE-LEN  (WK-CMP-IDX))
                   NOT  =  WK-CMP-TAISHO-COD  (WK-CMP-IDX)
                     (1:WK-CMP-PRE-LEN  (WK-CMP-IDX))
                 GO  TO  EXT
               END-IF
             WHEN  "2"
               IF  WK-CMP-TAISHO-COD  (WK-CMP-IDX)  (1:4)
                     NOT  =  CFTOK-TOKU-COD
                 AND  (CFTOK-PARENT-COD  =  SPACE
                       OR  WK-CMP-TAISHO-COD  (WK-CMP-IDX)  (1:4)
                           NOT  =  CFTOK-PARENT-COD)
                 GO  TO  EXT
               END-IF
             WHEN  OTHER
               GO  TO  EXT
           END-EVALUATE.
           IF  WK-CMP-NEBIKI-KBN  (WK-CMP-IDX)  =  "1"
             COMPUTE  WK-CMP-NEBIKI  ROUNDED  =
                      WK-TANKA  *
                      WK-CMP-NEBIKI-RITU  (WK-CMP-IDX)  /  100
           ELSE
             MOVE  WK-CMP-NEBIKI-GAKU  (WK-CMP-IDX)  TO  WK-CMP-NEBIKI
           END-IF.
           IF  WK-CMP-NEBIKI  >  WK-TANKA
             MOVE  WK-TANKA  TO  WK-CMP-NEBIKI
           END-IF.
           IF  WK-CMP-NEBIKI  >  ZERO
             SUBTRACT  WK-CMP-NEBIKI  FROM  WK-TANKA
             MOVE  WK-CMP-COD  (WK-CMP-IDX)  TO  WK-CMP-APPLY-COD
             MOVE  "1"  TO  WK-CMP-APPLY-FLG
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  明細印刷処理
      ********************************************************
       MEISAI-RTN                  SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  CFSHO-SHOHIN-NO   TO  D1-SHOHIN-NO.
           MOVE  CFSHO-SHOHIN-MEI  TO  D1-SHOHIN-MEI.
           MOVE  WK-CURRENCY       TO  D1-CURRENCY.
           MOVE  WK-KIJUN-TEIKA    TO  D1-TEIKA.
           MOVE  WK-KIJUN-TANKA    TO  D1-TANKA.
           EVALUATE  WK-KIJUN-KBN
             WHEN  "1"
               MOVE  "包括契約"  TO  D1-SHUTSUJO
             WHEN  "2"
               MOVE  "契約単価"  TO  D1-SHUTSUJO
             WHEN  "3"
               MOVE  "数量別"    TO  D1-SHUTSUJO
             WHEN  "4"
               MOVE  "改定前"    TO  D1-SHUTSUJO
             WHEN  OTHER
               MOVE  "標準"      TO  D1-SHUTSUJO
           END-EVALUATE.
           MOVE  WK-KIJUN-CMP-COD  TO  D1-CMP-COD.
           MOVE  CFSHO-CASE-SURYO  TO  D1-CASE-SURYO.
           MOVE  WK-CASE-TANKA     TO  D1-CASE-TANKA.
           IF  WK-HENKO-FLG  =  "1"
             MOVE  "＊"            TO  D1-HENKO
             MOVE  WK-YOTEI-TANKA  TO  D1-YOTEI-TANKA
           ELSE
             MOVE  SPACE           TO  D1-HENKO
             MOVE  ZERO            TO  D1-YOTEI-TANKA
           END-IF.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  価格表ＣＳＶ出力処理
      ********************************************************
       CSV-WRITE-RTN               SECTION.
           MOVE  WK-KIJUN-TEIKA  TO  WK-CSV-TEIKA.
           MOVE  WK-KIJUN-TANKA  TO  WK-CSV-TANKA.
           MOVE  WK-YOTEI-TANKA  TO  WK-CSV-YOTEI-TANKA.
           MOVE  WK-CASE-TANKA   TO  WK-CSV-CASE-TANKA.
           MOVE  SPACE  TO  CSV-REC.
           STRING  CFTOK-TOKU-COD      DELIMITED  BY  SIZE
                   ","                 DELIMITED  BY  SIZE
                   CFSHO-SHOHIN-NO     DELIMITED  BY  SIZE
                   ","                 DELIMITED  BY  SIZE
                   CFSHO-SHOHIN-MEI    DELIMITED  BY  "  "
                   ","                 DELIMITED  BY  SIZE
                   WK-CURRENCY         DELIMITED  BY  SIZE
                   ","                 DELIMITED  BY  SIZE
                   WK-CSV-TEIKA        DELIMITED  BY  SIZE
                   ","                 DELIMITED  BY  SIZE
                   WK-CSV-TANKA        DELIMITED  BY  SIZE
                   ","                 DELIMITED  BY  SIZE
                   WK-KIJUN-KBN        DELIMITED  BY  SIZE
                   ","                 DELIMITED  BY  SIZE
                   WK-KIJUN-CMP-COD    DELIMITED  BY  SPACE
                   ","                 DELIMITED  BY  SIZE
                   CFSHO-CASE-SURYO    DELIMITED  BY  SIZE
                   ","                 DELIMITED  BY  SIZE
                   WK-CSV-CASE-TANKA   DELIMITED  BY  SIZE
                   ","                 DELIMITED  BY  SIZE
                   WK-HENKO-FLG        DELIMITED  BY  SPACE
                   ","                 DELIMITED  BY  SIZE
                   WK-CSV-YOTEI-TANKA  DELIMITED  BY  SIZE
                   ","                 DELIMITED  BY  SIZE
                   WK-KIJUN-DATE       DELIMITED  BY  SIZE
                   INTO  CSV-REC
           END-STRING.
           WRITE  CSV-REC.
           ADD  +1  TO  CSV-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  得意先計印刷処理
      ********************************************************
       GOKEI-RTN                   SECTION.
           IF  LINE-CNT  +  2  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  WK-TOK-KEISAI-CNT  TO  D2-KEISAI-CNT.
           MOVE  WK-TOK-HENKO-CNT   TO  D2-HENKO-CNT.
           MOVE  D2-GOKEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           ADD  +2  TO  LINE-CNT.
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
           MOVE  H2-TOKUISAKI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  H3-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           ADD  +5  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  TOK-FILE  IMF-FILE  CPR-FILE  QPR-FILE  BLK-FILE
                  OEF-FILE  CSV-FILE.
           DISPLAY  "*** TOK-CNT="      TOK-CNT.
           DISPLAY  "*** TAISHO-CNT="   TAISHO-CNT.
           DISPLAY  "*** SHO-CNT="      SHO-CNT.
           DISPLAY  "*** HAIBAN-CNT="   HAIBAN-CNT.
           DISPLAY  "*** KEISAI-CNT="   KEISAI-CNT.
           DISPLAY  "*** HENKO-CNT="    HENKO-CNT.
           DISPLAY  "*** CSV-CNT="      CSV-CNT.
           DISPLAY  "*** KJBM455  END ***".
       EXT.
           EXIT.
