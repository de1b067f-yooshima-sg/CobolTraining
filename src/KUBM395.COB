       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM395.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：売掛金補助簿・統制勘定照合
      * 作成日／作成者：２０２６年１０月１５日  システム技研
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *  月末に照合年月（環境変数KUBM395_YM、YYYYMM）の売掛金
      *  統制勘定（売掛金140100）の増減を仕訳抽出から組み立て直
      *  し、売掛オープンアイテム（KUCF135、補助簿）の同じ月の
      *  増減と得意先ごとに突き合わせる。
      *  　補助簿の増減＝当月末の未消込残（OPI）−前月末の未消込
      *  　　残（前月の照合が写し取った月末残高、KUCF255形式の
      *  　　ARP）
      *  　統制勘定の増減＝次の売掛金の借方−貸方のうち伝票年月が
      *  　　照合年月のもの
      *  　　・URJ　売上仕訳抽出（KUBM060の出力。売掛金／売上高の
      *  　　　対を売上、売掛金と前受金の対を前受金の受入・充当
      *  　　　とする。請求調整メモ（KUBM170）は売上集計を経て
      *  　　　ここに含まれる）
      *  　　・GLF　その他の仕訳抽出（KUBM190の売上割引、KUBM220の
      *  　　　再評価、手形受入・相殺・貸倒償却・返金等の各業務の
      *  　　　出力を連結。URJは含めない）
      *  　　・NYU　入金（KUBM190が充当した銀行入金、KUCF070形式。
      *  　　　入金日が照合年月のものを売掛金の貸方とする）
      *  売上は得意先×請求年月の単位でオープンアイテムの請求額の
      *  増減と照らし、「売上仕訳あり・オープンアイテムなし」等の
      *  不一致を請求年月ごとに示す。入金・割引・相殺等はオープン
      *  アイテムの消込額（請求額の増減−未消込残の増減）と得意先
      *  単位で照らし、合わなければ「消込あり・入金／仕訳なし」等
      *  の理由と、その得意先の当月の入金・仕訳を１件ずつ印字
      *  する。得意先の無い売掛金仕訳（外貨建て再評価、補助簿の
      *  円貨額は再評価しない）は説明済みの調整項目として合計だけ
      *  を示す。
      *  不一致のある得意先が残れば会計期間ステータス（KCCFPER）の
      *  照合結果を"2"（未説明の差異あり）、無ければ"1"とする。
      *  会計期間クローズ（KUBM210）は"1"でなければクローズしない。
      *  実行時点のオープンアイテムを月末残高（KUCF255形式のARS）へ
      *  写し取り、翌月の照合のARPとして渡す。初めて照合する月は
      *  前月分を一度実行してARSを作っておく
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  OPI-FILE  ASSIGN  TO  EXTERNAL  OPI
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  OPI-KEY.
           SELECT  ARP-FILE  ASSIGN  TO  EXTERNAL  ARP.
           SELECT  URJ-FILE  ASSIGN  TO  EXTERNAL  URJ.
           SELECT  GLF-FILE  ASSIGN  TO  EXTERNAL  GLF.
           SELECT  NYU-FILE  ASSIGN  TO  EXTERNAL  NYU.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  PER-FILE  ASSIGN  TO  EXTERNAL  PER
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFPER-YM.
           SELECT  ARS-FILE  ASSIGN  TO  EXTERNAL  ARS.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
           SELECT  SRT-FILE  ASSIGN  TO  SRTWK01.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  OPI-FILE.
       01  OPI-REC.
           COPY  KUCF135.
      *    前月末の補助簿残高（前月の照合のARS）
       FD  ARP-FILE.
       01  ARP-REC.
           COPY  KUCF255  REPLACING  LEADING  ==ARS==  BY  ==ARP==.
      *    売上仕訳抽出（KUBM060の出力）
       FD  URJ-FILE.
       01  URJ-REC.
           COPY  KUCF050  REPLACING  LEADING  ==GLJ==  BY  ==URJ==.
      *    その他の仕訳抽出（連結）
       FD  GLF-FILE.
       01  GLF-REC.
           COPY  KUCF050.
       FD  NYU-FILE.
       01  NYU-REC.
           COPY  KUCF070.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  PER-FILE.
       01  PER-REC.
           COPY  KCCFPER.
      *    当月末の補助簿残高（翌月の照合のARP）
       FD  ARS-FILE.
       01  ARS-REC.
           COPY  KUCF255.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *    照合ワーク（得意先・請求年月・区分の順に並べる。区分
      *    "0"＝前月末残、"9"＝当月末残、"1"＝売上仕訳は請求年月
      *    単位、"2"＝前受金仕訳、"3"＝入金、"4"＝その他の売掛金
      *    仕訳は請求年月ゼロの得意先単位。金額は売掛金の増減の
      *    向き、残高の区分は請求額と未消込残）
       SD  SRT-FILE.
       01  SRT-REC.
         03  SRT-TOKU-COD         PIC  X(04).
         03  SRT-SEIKYU-YM        PIC  9(06).
         03  SRT-KBN              PIC  X(01).
         03  SRT-DATE             PIC  9(08).
         03  SRT-KINGAKU          PIC S9(11).
         03  SRT-KINGAKU2         PIC S9(11).
         03  SRT-KAISHA-COD       PIC  X(02).
      *
       WORKING-STORAGE            SECTION.
       01  OPI-END-FLG            PIC  X(1)          VALUE  "0".
       01  ARP-END-FLG            PIC  X(1)          VALUE  "0".
       01  URJ-END-FLG            PIC  X(1)          VALUE  "0".
       01  GLF-END-FLG            PIC  X(1)          VALUE  "0".
       01  NYU-END-FLG            PIC  X(1)          VALUE  "0".
       01  SRT-END-FLG            PIC  X(1)          VALUE  "0".
       01  OPI-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  ARP-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  URJ-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  GLF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  NYU-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  SRT-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  GAI-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  TOKU-CNT               PIC S9(9)  COMP-3  VALUE  +0.
       01  SAI-TOKU-CNT           PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT       PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    照合年月（環境変数）
       01  WK-YM-X                PIC  X(06)          VALUE  SPACE.
       01  WK-YM                  PIC  9(06)          VALUE  ZERO.
      *    勘定科目（売掛金／売上高）
       01  WK-KAMOKU-URIKAKE      PIC  X(6)           VALUE  "140100".
       01  WK-KAMOKU-URIAGE       PIC  X(6)           VALUE  "510100".
      *    売上仕訳抽出の借方・貸方の対（先の行を控える）
       01  WK-URM-REC.
           COPY  KUCF050  REPLACING  LEADING  ==GLJ==  BY  ==URM==.
       01  WK-URIAGE-FLG          PIC  X(01)          VALUE  SPACE.
      *    照合ワークへ渡す仕訳１行
       01  WK-GL-DENPYO-YM        PIC  9(06)          VALUE  ZERO.
       01  WK-GL-KASHIKARI-KBN    PIC  X(01)          VALUE  SPACE.
       01  WK-GL-KAMOKU-COD       PIC  X(06)          VALUE  SPACE.
       01  WK-GL-TOKU-COD         PIC  X(04)          VALUE  SPACE.
       01  WK-GL-KINGAKU          PIC S9(09)          VALUE  ZERO.
       01  WK-GL-KAISHA-COD       PIC  X(02)          VALUE  SPACE.
       01  WK-GL-SRT-KBN          PIC  X(01)          VALUE  SPACE.
       01  WK-KINGAKU             PIC S9(11)          VALUE  ZERO.
      *    得意先・請求年月の切れ目
       01  WK-TOKU-ARI-FLG        PIC  X(01)          VALUE  "0".
       01  WK-BRK-TOKU            PIC  X(04)          VALUE  SPACE.
       01  WK-BRK-YM              PIC  9(06)          VALUE  ZERO.
      *    請求年月単位の集計（前月末・当月末の請求額と未消込残、
      *    売上仕訳）
       01  WK-ITM-ZEN-SEIKYU      PIC S9(11)          VALUE  ZERO.
       01  WK-ITM-ZEN-OPEN        PIC S9(11)          VALUE  ZERO.
       01  WK-ITM-TOU-SEIKYU      PIC S9(11)          VALUE  ZERO.
       01  WK-ITM-TOU-OPEN        PIC S9(11)          VALUE  ZERO.
       01  WK-ITM-URIAGE          PIC S9(11)          VALUE  ZERO.
       01  WK-ITM-TOU-FLG         PIC  X(01)          VALUE  SPACE.
       01  WK-ITM-HENDO           PIC S9(11)          VALUE  ZERO.
      *    得意先単位の集計
       01  WK-TK-KAISHA-COD       PIC  X(02)          VALUE  SPACE.
       01  WK-TK-ZEN              PIC S9(11)          VALUE  ZERO.
       01  WK-TK-TOU              PIC S9(11)          VALUE  ZERO.
       01  WK-TK-SEIKYU-HENDO     PIC S9(11)          VALUE  ZERO.
       01  WK-TK-URIAGE           PIC S9(11)          VALUE  ZERO.
       01  WK-TK-KASHI            PIC S9(11)          VALUE  ZERO.
       01  WK-TK-HOJO-HENDO       PIC S9(11)          VALUE  ZERO.
       01  WK-TK-SHOKOMI          PIC S9(11)          VALUE  ZERO.
       01  WK-TK-GL-HENDO         PIC S9(11)          VALUE  ZERO.
       01  WK-TK-SAGAKU           PIC S9(11)          VALUE  ZERO.
       01  WK-TK-URI-SA           PIC S9(11)          VALUE  ZERO.
       01  WK-TK-KESHI-SA         PIC S9(11)          VALUE  ZERO.
      *    全体の集計
       01  WK-G-ZEN               PIC S9(11)          VALUE  ZERO.
       01  WK-G-TOU               PIC S9(11)          VALUE  ZERO.
       01  WK-G-GL                PIC S9(11)          VALUE  ZERO.
       01  WK-G-SAIHYOKA          PIC S9(11)          VALUE  ZERO.
       01  WK-G-SAGAKU            PIC S9(11)          VALUE  ZERO.
      *    不一致の請求年月（得意先ごとに控えて、得意先の切れ目で
      *    印字する。表あふれは件数だけを示す）
       01  WK-ITM-MAX             PIC S9(4)  COMP-3  VALUE  +200.
       01  WK-ITM-CNT             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-ITM-IDX             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-ITM-TBL.
         02  WK-ITM-ENT           OCCURS  200  TIMES.
           03  WK-IT-YM           PIC  9(06).
           03  WK-IT-HENDO        PIC S9(11).
           03  WK-IT-URIAGE       PIC S9(11).
           03  WK-IT-RIYU         PIC  X(36).
      *    得意先の当月の入金・仕訳（消込額が合わない得意先の内訳）
       01  WK-TRN-MAX             PIC S9(4)  COMP-3  VALUE  +300.
       01  WK-TRN-CNT             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-TRN-IDX             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-TRN-TBL.
         02  WK-TRN-ENT           OCCURS  300  TIMES.
           03  WK-TR-KBN          PIC  X(01).
           03  WK-TR-DATE         PIC  9(08).
           03  WK-TR-KINGAKU      PIC S9(11).
       01  WK-OVER-CNT            PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PRT-LINE            PIC  X(135)         VALUE  SPACE.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(32)  VALUE
                "売掛金補助簿・統制勘定照合表".
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
         02  FILLER               PIC  X(47)  VALUE  SPACE.
      *  照合年月
       01  H2-YM.
         02  FILLER               PIC  X(10)  VALUE  "照合年月：".
         02  H2-SHOGO-YM          PIC  9(06).
         02  FILLER               PIC  X(119) VALUE  SPACE.
      *  小見出し
       01  H3-KOMIDASHI.
         02  FILLER               PIC  X(28)  VALUE  "得意先".
         02  FILLER               PIC  X(4)   VALUE  "会社".
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "前月末残高".
         02  FILLER               PIC  X(7)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "当月末残高".
         02  FILLER               PIC  X(7)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "補助簿増減".
         02  FILLER               PIC  X(9)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "仕訳増減".
         02  FILLER               PIC  X(13)  VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "差異".
         02  FILLER               PIC  X(20)  VALUE  SPACE.
      *  得意先明細
       01  D1-TOKU.
         02  D1-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TOKU-MEI          PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KAISHA-COD        PIC  X(2).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-ZEN               PIC  ---,---,---,--9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TOU               PIC  ---,---,---,--9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-HOJO-HENDO        PIC  ---,---,---,--9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-GL-HENDO          PIC  ---,---,---,--9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SAGAKU            PIC  ---,---,---,--9.
         02  FILLER               PIC  X(20)  VALUE  SPACE.
      *  請求年月の不一致明細
       01  D2-ITEM.
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "請求年月：".
         02  D2-SEIKYU-YM         PIC  9(06).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "請求額増減".
         02  D2-HENDO             PIC  ---,---,---,--9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "売上仕訳".
         02  D2-URIAGE            PIC  ---,---,---,--9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(2)   VALUE  "差".
         02  D2-SA                PIC  ---,---,---,--9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-RIYU              PIC  X(36).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
      *  消込の不一致明細
       01  D3-KESHI.
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "入金消込：".
         02  FILLER               PIC  X(8)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "補助簿消込".
         02  D3-SHOKOMI           PIC  ---,---,---,--9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "入金仕訳".
         02  D3-KASHI             PIC  ---,---,---,--9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(2)   VALUE  "差".
         02  D3-SA                PIC  ---,---,---,--9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D3-RIYU              PIC  X(36).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
      *  入金・仕訳の内訳（金額は売掛金の増減の向き）
       01  D4-TRN.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  D4-KBN-MEI           PIC  X(12).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D4-DATE              PIC  9(08).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D4-KINGAKU           PIC  ---,---,---,--9.
         02  FILLER               PIC  X(86)  VALUE  SPACE.
      *  合計
       01  D5-GOKEI.
         02  D5-TITLE             PIC  X(40).
         02  D5-KINGAKU           PIC  ---,---,---,--9.
         02  FILLER               PIC  X(80)  VALUE  SPACE.
      *  件数
       01  D6-KENSU.
         02  D6-TITLE             PIC  X(40).
         02  D6-KEN               PIC  ZZ,ZZZ,ZZ9.
         02  FILLER               PIC  X(85)  VALUE  SPACE.
      *
      ********************************************************
      * 売掛金補助簿・統制勘定照合
      ********************************************************
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           SORT  SRT-FILE
             ON  ASCENDING  KEY  SRT-TOKU-COD   IN  SRT-REC
                                 SRT-SEIKYU-YM  IN  SRT-REC
                                 SRT-KBN        IN  SRT-REC
                                 SRT-DATE       IN  SRT-REC
             INPUT   PROCEDURE  SRT-IN-RTN
             OUTPUT  PROCEDURE  SHOGO-CTL-RTN.
           PERFORM  GOKEI-RTN.
           PERFORM  PER-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      * 開始処理（照合年月を受け取る）
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KUBM395 START ***".
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           ACCEPT  WK-YM-X  FROM  ENVIRONMENT  "KUBM395_YM".
           IF  WK-YM-X  IS  NOT  NUMERIC
             DISPLAY  "*** KUBM395 YM PARM INVALID: "  WK-YM-X  " ***"
             MOVE  16  TO  RETURN-CODE
             STOP  RUN
           END-IF.
           MOVE  WK-YM-X      TO  WK-YM.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           MOVE  WK-YM        TO  H2-SHOGO-YM.
           OPEN  INPUT   OPI-FILE.
           OPEN  INPUT   ARP-FILE.
           OPEN  INPUT   URJ-FILE.
           OPEN  INPUT   GLF-FILE.
           OPEN  INPUT   NYU-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  OUTPUT  ARS-FILE.
           OPEN  OUTPUT  OEF-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 照合ワーク作成処理（ソートの入力側）
      ********************************************************
       SRT-IN-RTN                 SECTION.
           PERFORM  OPI-READ-RTN.
           PERFORM  OPI-REL-RTN  UNTIL  OPI-END-FLG  =  "1".
           PERFORM  ARP-READ-RTN.
           PERFORM  ARP-REL-RTN  UNTIL  ARP-END-FLG  =  "1".
           PERFORM  URJ-READ-RTN.
           PERFORM  URJ-PAIR-RTN  UNTIL  URJ-END-FLG  =  "1".
           PERFORM  GLF-READ-RTN.
           PERFORM  GLF-REL-RTN  UNTIL  GLF-END-FLG  =  "1".
           PERFORM  NYU-READ-RTN.
           PERFORM  NYU-REL-RTN  UNTIL  NYU-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      * オープンアイテム入力処理
      ********************************************************
       OPI-READ-RTN               SECTION.
           READ  OPI-FILE  NEXT
             AT  END
               MOVE  "1"  TO  OPI-END-FLG
             NOT  AT  END
               ADD  +1  TO  OPI-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 当月末残高処理（月末残高へ写し取り、照合ワークへ渡す）
      ********************************************************
       OPI-REL-RTN                SECTION.
           MOVE  SPACE            TO  ARS-REC.
           MOVE  WK-YM            TO  ARS-SHOGO-YM.
           MOVE  OPI-TOKU-COD     TO  ARS-TOKU-COD.
           MOVE  OPI-SEIKYU-YM    TO  ARS-SEIKYU-YM.
           MOVE  OPI-SEIKYU-GAKU  TO  ARS-SEIKYU-GAKU.
           MOVE  OPI-OPEN-GAKU    TO  ARS-OPEN-GAKU.
           MOVE  OPI-KAISHA-COD   TO  ARS-KAISHA-COD.
           WRITE  ARS-REC.
           MOVE  OPI-TOKU-COD     TO  SRT-TOKU-COD.
           MOVE  OPI-SEIKYU-YM    TO  SRT-SEIKYU-YM.
           MOVE  "9"              TO  SRT-KBN.
           MOVE  ZERO             TO  SRT-DATE.
           MOVE  OPI-SEIKYU-GAKU  TO  SRT-KINGAKU.
           MOVE  OPI-OPEN-GAKU    TO  SRT-KINGAKU2.
           MOVE  OPI-KAISHA-COD   TO  SRT-KAISHA-COD.
           PERFORM  RELEASE-RTN.
           PERFORM  OPI-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 前月末残高入力処理
      ********************************************************
       ARP-READ-RTN               SECTION.
           READ  ARP-FILE
             AT  END
               MOVE  "1"  TO  ARP-END-FLG
             NOT  AT  END
               ADD  +1  TO  ARP-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 前月末残高処理
      ********************************************************
       ARP-REL-RTN                SECTION.
           MOVE  ARP-TOKU-COD     TO  SRT-TOKU-COD.
           MOVE  ARP-SEIKYU-YM    TO  SRT-SEIKYU-YM.
           MOVE  "0"              TO  SRT-KBN.
           MOVE  ZERO             TO  SRT-DATE.
           MOVE  ARP-SEIKYU-GAKU  TO  SRT-KINGAKU.
           MOVE  ARP-OPEN-GAKU    TO  SRT-KINGAKU2.
           MOVE  ARP-KAISHA-COD   TO  SRT-KAISHA-COD.
           PERFORM  RELEASE-RTN.
           PERFORM  ARP-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 売上仕訳抽出入力処理
      ********************************************************
       URJ-READ-RTN               SECTION.
           READ  URJ-FILE
             AT  END
               MOVE  "1"  TO  URJ-END-FLG
             NOT  AT  END
               ADD  +1  TO  URJ-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 売上仕訳処理（KUBM060は借方・貸方の対で書き出すため、
      * ２行ずつ読む。借方：売掛金／貸方：売上高の対は売上として
      * 請求年月（伝票年月）単位で、それ以外の対の売掛金は前受金
      * の受入・充当として得意先単位で渡す）
      ********************************************************
       URJ-PAIR-RTN               SECTION.
           MOVE  URJ-REC  TO  WK-URM-REC.
           PERFORM  URJ-READ-RTN.
           MOVE  SPACE  TO  WK-URIAGE-FLG.
           IF  URJ-END-FLG  NOT  =  "1"
             AND  URM-KASHIKARI-KBN  =  "1"
             AND  URM-KAMOKU-COD     =  WK-KAMOKU-URIKAKE
             AND  URJ-KAMOKU-COD     =  WK-KAMOKU-URIAGE
               MOVE  "1"  TO  WK-URIAGE-FLG
           END-IF.
           MOVE  URM-DENPYO-YM      TO  WK-GL-DENPYO-YM.
           MOVE  URM-KASHIKARI-KBN  TO  WK-GL-KASHIKARI-KBN.
           MOVE  URM-KAMOKU-COD     TO  WK-GL-KAMOKU-COD.
           MOVE  URM-TOKU-COD       TO  WK-GL-TOKU-COD.
           MOVE  URM-KINGAKU        TO  WK-GL-KINGAKU.
           MOVE  URM-KAISHA-COD     TO  WK-GL-KAISHA-COD.
           IF  WK-URIAGE-FLG  =  "1"
             MOVE  "1"  TO  WK-GL-SRT-KBN
           ELSE
             MOVE  "2"  TO  WK-GL-SRT-KBN
           END-IF.
           PERFORM  GL-REL-RTN.
           IF  URJ-END-FLG  =  "1"
             GO  TO  EXT
           END-IF.
           MOVE  URJ-DENPYO-YM      TO  WK-GL-DENPYO-YM.
           MOVE  URJ-KASHIKARI-KBN  TO  WK-GL-KASHIKARI-KBN.
           MOVE  URJ-KAMOKU-COD     TO  WK-GL-KAMOKU-COD.
           MOVE  URJ-TOKU-COD       TO  WK-GL-TOKU-COD.
           MOVE  URJ-KINGAKU        TO  WK-GL-KINGAKU.
           MOVE  URJ-KAISHA-COD     TO  WK-GL-KAISHA-COD.
           MOVE  "2"                TO  WK-GL-SRT-KBN.
           PERFORM  GL-REL-RTN.
           PERFORM  URJ-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      * その他仕訳抽出入力処理
      ********************************************************
       GLF-READ-RTN               SECTION.
           READ  GLF-FILE
             AT  END
               MOVE  "1"  TO  GLF-END-FLG
             NOT  AT  END
               ADD  +1  TO  GLF-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * その他仕訳処理
      ********************************************************
       GLF-REL-RTN                SECTION.
           MOVE  GLJ-DENPYO-YM      TO  WK-GL-DENPYO-YM.
           MOVE  GLJ-KASHIKARI-KBN  TO  WK-GL-KASHIKARI-KBN.
           MOVE  GLJ-KAMOKU-COD     TO  WK-GL-KAMOKU-COD.
           MOVE  GLJ-TOKU-COD       TO  WK-GL-TOKU-COD.
           MOVE  GLJ-KINGAKU        TO  WK-GL-KINGAKU.
           MOVE  GLJ-KAISHA-COD     TO  WK-GL-KAISHA-COD.
           MOVE  "4"                TO  WK-GL-SRT-KBN.
           PERFORM  GL-REL-RTN.
           PERFORM  GLF-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 売掛金仕訳受渡し処理（売掛金以外の科目と伝票年月が照合
      * 年月でない仕訳は除く。得意先の無い売掛金仕訳は再評価等の
      * 調整項目として合計だけを控える）
      ********************************************************
       GL-REL-RTN                 SECTION.
           IF  WK-GL-KAMOKU-COD  NOT  =  WK-KAMOKU-URIKAKE
             GO  TO  EXT
           END-IF.
           IF  WK-GL-DENPYO-YM  NOT  =  WK-YM
             ADD  +1  TO  GAI-CNT
             GO  TO  EXT
           END-IF.
           IF  WK-GL-KASHIKARI-KBN  =  "1"
             MOVE  WK-GL-KINGAKU  TO  WK-KINGAKU
           ELSE
             COMPUTE  WK-KINGAKU  =  ZERO  -  WK-GL-KINGAKU
           END-IF.
           IF  WK-GL-TOKU-COD  =  SPACE
             ADD  WK-KINGAKU  TO  WK-G-SAIHYOKA
             GO  TO  EXT
           END-IF.
           MOVE  WK-GL-TOKU-COD  TO  SRT-TOKU-COD.
           IF  WK-GL-SRT-KBN  =  "1"
             MOVE  WK-GL-DENPYO-YM  TO  SRT-SEIKYU-YM
           ELSE
             MOVE  ZERO             TO  SRT-SEIKYU-YM
           END-IF.
           MOVE  WK-GL-SRT-KBN     TO  SRT-KBN.
           COMPUTE  SRT-DATE  =  WK-GL-DENPYO-YM  *  100.
           MOVE  WK-KINGAKU        TO  SRT-KINGAKU.
           MOVE  ZERO              TO  SRT-KINGAKU2.
           MOVE  WK-GL-KAISHA-COD  TO  SRT-KAISHA-COD.
           PERFORM  RELEASE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 入金入力処理
      ********************************************************
       NYU-READ-RTN               SECTION.
           READ  NYU-FILE
             AT  END
               MOVE  "1"  TO  NYU-END-FLG
             NOT  AT  END
               ADD  +1  TO  NYU-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 入金処理（入金日が照合年月の入金を売掛金の貸方とする）
      ********************************************************
       NYU-REL-RTN                SECTION.
           IF  NYU-NYUKIN-DATE  (1:6)  NOT  =  WK-YM-X
             ADD  +1  TO  GAI-CNT
             GO  TO  NEXT-READ
           END-IF.
           MOVE  NYU-TOKU-COD      TO  SRT-TOKU-COD.
           MOVE  ZERO              TO  SRT-SEIKYU-YM.
           MOVE  "3"               TO  SRT-KBN.
           MOVE  NYU-NYUKIN-DATE   TO  SRT-DATE.
           COMPUTE  SRT-KINGAKU  =  ZERO  -  NYU-KINGAKU.
           MOVE  ZERO              TO  SRT-KINGAKU2.
           MOVE  SPACE             TO  SRT-KAISHA-COD.
           PERFORM  RELEASE-RTN.
       NEXT-READ.
           PERFORM  NYU-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 照合ワーク出力処理
      ********************************************************
       RELEASE-RTN                SECTION.
           RELEASE  SRT-REC.
           ADD  +1  TO  SRT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 照合制御処理（ソートの出力側。得意先・請求年月が替わる
      * ごとに集計を締める）
      ********************************************************
       SHOGO-CTL-RTN              SECTION.
           PERFORM  RETURN-RTN.
           PERFORM  SHOGO-RTN  UNTIL  SRT-END-FLG  =  "1".
           IF  WK-TOKU-ARI-FLG  =  "1"
             PERFORM  TOKU-END-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * ソート済み照合ワーク入力処理
      ********************************************************
       RETURN-RTN                 SECTION.
           RETURN  SRT-FILE
             AT  END
               MOVE  "1"  TO  SRT-END-FLG
           END-RETURN.
       EXT.
           EXIT.
      ********************************************************
      * 照合処理（区分ごとに請求年月単位・得意先単位へ積む）
      ********************************************************
       SHOGO-RTN                  SECTION.
           IF  WK-TOKU-ARI-FLG  =  "0"
             OR  SRT-TOKU-COD  NOT  =  WK-BRK-TOKU
               IF  WK-TOKU-ARI-FLG  =  "1"
                 PERFORM  TOKU-END-RTN
               END-IF
               PERFORM  TOKU-START-RTN
           END-IF.
           IF  SRT-SEIKYU-YM  NOT  =  WK-BRK-YM
             IF  WK-BRK-YM  NOT  =  ZERO
               PERFORM  ITEM-END-RTN
             END-IF
             PERFORM  ITEM-START-RTN
           END-IF.
           IF  WK-TK-KAISHA-COD  =  SPACE
             MOVE  SRT-KAISHA-COD  TO  WK-TK-KAISHA-COD
           END-IF.
           EVALUATE  SRT-KBN
             WHEN  "0"
               ADD  SRT-KINGAKU   TO  WK-ITM-ZEN-SEIKYU
               ADD  SRT-KINGAKU2  TO  WK-ITM-ZEN-OPEN
             WHEN  "9"
               ADD  SRT-KINGAKU   TO  WK-ITM-TOU-SEIKYU
               ADD  SRT-KINGAKU2  TO  WK-ITM-TOU-OPEN
               MOVE  "1"          TO  WK-ITM-TOU-FLG
             WHEN  "1"
               ADD  SRT-KINGAKU   TO  WK-ITM-URIAGE
             WHEN  OTHER
               SUBTRACT  SRT-KINGAKU  FROM  WK-TK-KASHI
               PERFORM  TRN-ADD-RTN
           END-EVALUATE.
           PERFORM  RETURN-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 得意先開始処理
      ********************************************************
       TOKU-START-RTN             SECTION.
           MOVE  "1"           TO  WK-TOKU-ARI-FLG.
           MOVE  SRT-TOKU-COD  TO  WK-BRK-TOKU.
           MOVE  ZERO          TO  WK-BRK-YM.
           MOVE  SPACE         TO  WK-TK-KAISHA-COD.
           MOVE  ZERO  TO  WK-TK-ZEN  WK-TK-TOU  WK-TK-SEIKYU-HENDO
                           WK-TK-URIAGE  WK-TK-KASHI.
           MOVE  +0    TO  WK-ITM-CNT  WK-TRN-CNT  WK-OVER-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 請求年月開始処理
      ********************************************************
       ITEM-START-RTN             SECTION.
           MOVE  SRT-SEIKYU-YM  TO  WK-BRK-YM.
           MOVE  ZERO  TO  WK-ITM-ZEN-SEIKYU  WK-ITM-ZEN-OPEN
                           WK-ITM-TOU-SEIKYU  WK-ITM-TOU-OPEN
                           WK-ITM-URIAGE.
           MOVE  SPACE  TO  WK-ITM-TOU-FLG.
       EXT.
           EXIT.
      ********************************************************
      * 請求年月終了処理（請求額の増減と売上仕訳が合わなければ
      * 理由を付けて控える）
      ********************************************************
       ITEM-END-RTN               SECTION.
           ADD  WK-ITM-ZEN-OPEN  TO  WK-TK-ZEN.
           ADD  WK-ITM-TOU-OPEN  TO  WK-TK-TOU.
           COMPUTE  WK-ITM-HENDO  =
                    WK-ITM-TOU-SEIKYU  -  WK-ITM-ZEN-SEIKYU.
           ADD  WK-ITM-HENDO   TO  WK-TK-SEIKYU-HENDO.
           ADD  WK-ITM-URIAGE  TO  WK-TK-URIAGE.
           IF  WK-ITM-HENDO  =  WK-ITM-URIAGE
             GO  TO  EXT
           END-IF.
           IF  WK-ITM-CNT  >=  WK-ITM-MAX
             ADD  +1  TO  WK-OVER-CNT
             GO  TO  EXT
           END-IF.
           ADD  +1  TO  WK-ITM-CNT.
           MOVE  WK-BRK-YM      TO  WK-IT-YM      (WK-ITM-CNT).
           MOVE  WK-ITM-HENDO   TO  WK-IT-HENDO   (WK-ITM-CNT).
           MOVE  WK-ITM-URIAGE  TO  WK-IT-URIAGE  (WK-ITM-CNT).
           IF  WK-ITM-TOU-FLG  NOT  =  "1"
             IF  WK-ITM-URIAGE  NOT  =  ZERO
               MOVE
                 "売上仕訳あり・オープンアイテムなし"
                 TO  WK-IT-RIYU  (WK-ITM-CNT)
             ELSE
               MOVE  "オープンアイテムの消滅"
                 TO  WK-IT-RIYU  (WK-ITM-CNT)
             END-IF
           ELSE
             IF  WK-ITM-URIAGE  =  ZERO
               MOVE
                 "オープンアイテムあり・売上仕訳なし"
                 TO  WK-IT-RIYU  (WK-ITM-CNT)
             ELSE
               MOVE  "請求額と売上仕訳の不一致"
                 TO  WK-IT-RIYU  (WK-ITM-CNT)
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 入金・仕訳の内訳控え処理
      ********************************************************
       TRN-ADD-RTN                SECTION.
           IF  WK-TRN-CNT  >=  WK-TRN-MAX
             ADD  +1  TO  WK-OVER-CNT
             GO  TO  EXT
           END-IF.
           ADD  +1  TO  WK-TRN-CNT.
           MOVE  SRT-KBN      TO  WK-TR-KBN      (WK-TRN-CNT).
           MOVE  SRT-DATE     TO  WK-TR-DATE     (WK-TRN-CNT).
           MOVE  SRT-KINGAKU  TO  WK-TR-KINGAKU  (WK-TRN-CNT).
       EXT.
           EXIT.
      ********************************************************
      * 得意先終了処理（補助簿の増減と仕訳の増減を比べ、売上・
      * 消込のどちらかに不一致があれば差異の得意先として印字
      * する）
      ********************************************************
       TOKU-END-RTN               SECTION.
           IF  WK-BRK-YM  NOT  =  ZERO
             PERFORM  ITEM-END-RTN
           END-IF.
           COMPUTE  WK-TK-HOJO-HENDO  =  WK-TK-TOU  -  WK-TK-ZEN.
           COMPUTE  WK-TK-SHOKOMI  =
                    WK-TK-SEIKYU-HENDO  -  WK-TK-HOJO-HENDO.
           COMPUTE  WK-TK-GL-HENDO  =  WK-TK-URIAGE  -  WK-TK-KASHI.
           COMPUTE  WK-TK-SAGAKU  =
                    WK-TK-HOJO-HENDO  -  WK-TK-GL-HENDO.
           COMPUTE  WK-TK-URI-SA  =
                    WK-TK-SEIKYU-HENDO  -  WK-TK-URIAGE.
           COMPUTE  WK-TK-KESHI-SA  =  WK-TK-SHOKOMI  -  WK-TK-KASHI.
           ADD  WK-TK-ZEN       TO  WK-G-ZEN.
           ADD  WK-TK-TOU       TO  WK-G-TOU.
           ADD  WK-TK-GL-HENDO  TO  WK-G-GL.
           ADD  WK-TK-SAGAKU    TO  WK-G-SAGAKU.
           ADD  +1  TO  TOKU-CNT.
           IF  WK-TK-URI-SA  =  ZERO
             AND  WK-TK-KESHI-SA  =  ZERO
             AND  WK-ITM-CNT  =  ZERO
               GO  TO  EXT
           END-IF.
           ADD  +1  TO  SAI-TOKU-CNT.
           PERFORM  TOKU-PRINT-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 差異得意先印字処理（得意先の合計、不一致の請求年月、
      * 消込の不一致と当月の入金・仕訳の内訳）
      ********************************************************
       TOKU-PRINT-RTN             SECTION.
           MOVE  WK-BRK-TOKU  TO  D1-TOKU-COD  CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               MOVE  SPACE  TO  CFTOK-TOKU-MEI  CFTOK-KAISHA-COD
           END-READ.
           IF  WK-TK-KAISHA-COD  =  SPACE
             MOVE  CFTOK-KAISHA-COD  TO  WK-TK-KAISHA-COD
           END-IF.
           IF  WK-TK-KAISHA-COD  =  SPACE
             MOVE  "01"  TO  WK-TK-KAISHA-COD
           END-IF.
           MOVE  CFTOK-TOKU-MEI    TO  D1-TOKU-MEI.
           MOVE  WK-TK-KAISHA-COD  TO  D1-KAISHA-COD.
           MOVE  WK-TK-ZEN         TO  D1-ZEN.
           MOVE  WK-TK-TOU         TO  D1-TOU.
           MOVE  WK-TK-HOJO-HENDO  TO  D1-HOJO-HENDO.
           MOVE  WK-TK-GL-HENDO    TO  D1-GL-HENDO.
           MOVE  WK-TK-SAGAKU      TO  D1-SAGAKU.
           IF  LINE-CNT  >  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  D1-TOKU  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           ADD  +2  TO  LINE-CNT.
           PERFORM  ITEM-PRINT-RTN
             VARYING  WK-ITM-IDX  FROM  1  BY  1
               UNTIL  WK-ITM-IDX  >  WK-ITM-CNT.
           IF  WK-TK-KESHI-SA  NOT  =  ZERO
             MOVE  WK-TK-SHOKOMI   TO  D3-SHOKOMI
             MOVE  WK-TK-KASHI     TO  D3-KASHI
             MOVE  WK-TK-KESHI-SA  TO  D3-SA
             EVALUATE  TRUE
               WHEN  WK-TK-KASHI  =  ZERO
                 MOVE  "消込あり・入金／仕訳なし"
                   TO  D3-RIYU
               WHEN  WK-TK-SHOKOMI  =  ZERO
                 MOVE  "入金／仕訳あり・消込なし"
                   TO  D3-RIYU
               WHEN  OTHER
                 MOVE  "消込額と入金／仕訳の不一致"
                   TO  D3-RIYU
             END-EVALUATE
             MOVE  D3-KESHI  TO  WK-PRT-LINE
             PERFORM  PRT-RTN
             PERFORM  TRN-PRINT-RTN
               VARYING  WK-TRN-IDX  FROM  1  BY  1
                 UNTIL  WK-TRN-IDX  >  WK-TRN-CNT
           END-IF.
           IF  WK-OVER-CNT  >  ZERO
             MOVE  "　　表あふれで省略した明細"
               TO  D6-TITLE
             MOVE  WK-OVER-CNT                     TO  D6-KEN
             MOVE  D6-KENSU  TO  WK-PRT-LINE
             PERFORM  PRT-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 請求年月の不一致印字処理
      ********************************************************
       ITEM-PRINT-RTN             SECTION.
           MOVE  WK-IT-YM      (WK-ITM-IDX)  TO  D2-SEIKYU-YM.
           MOVE  WK-IT-HENDO   (WK-ITM-IDX)  TO  D2-HENDO.
           MOVE  WK-IT-URIAGE  (WK-ITM-IDX)  TO  D2-URIAGE.
           COMPUTE  D2-SA  =  WK-IT-HENDO   (WK-ITM-IDX)
                           -  WK-IT-URIAGE  (WK-ITM-IDX).
           MOVE  WK-IT-RIYU    (WK-ITM-IDX)  TO  D2-RIYU.
           MOVE  D2-ITEM  TO  WK-PRT-LINE.
           PERFORM  PRT-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 入金・仕訳の内訳印字処理
      ********************************************************
       TRN-PRINT-RTN              SECTION.
           EVALUATE  WK-TR-KBN  (WK-TRN-IDX)
             WHEN  "2"
               MOVE  "前受金仕訳"  TO  D4-KBN-MEI
             WHEN  "3"
               MOVE  "入金"        TO  D4-KBN-MEI
             WHEN  OTHER
               MOVE  "売掛金仕訳"  TO  D4-KBN-MEI
           END-EVALUATE.
           MOVE  WK-TR-DATE     (WK-TRN-IDX)  TO  D4-DATE.
           MOVE  WK-TR-KINGAKU  (WK-TRN-IDX)  TO  D4-KINGAKU.
           MOVE  D4-TRN  TO  WK-PRT-LINE.
           PERFORM  PRT-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 明細行出力処理（改頁してから１行送りで印字する）
      ********************************************************
       PRT-RTN                    SECTION.
           IF  LINE-CNT  >  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  WK-PRT-LINE  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 見出し出力処理
      ********************************************************
       MIDASHI-RTN                SECTION.
           ADD  +1  TO  PAGE-CNT.
           MOVE  PAGE-CNT  TO  H1-PAGE-NO.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  H2-YM         TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  H3-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  5  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 合計印字処理（補助簿の増減、仕訳の増減、説明済みの調整
      * 項目と未説明の差異）
      ********************************************************
       GOKEI-RTN                  SECTION.
           IF  PAGE-CNT  =  ZERO
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  SPACE  TO  WK-PRT-LINE.
           PERFORM  PRT-RTN.
           MOVE  "＊前月末補助簿残高＊"  TO  D5-TITLE.
           MOVE  WK-G-ZEN                  TO  D5-KINGAKU.
           PERFORM  GOKEI-PRT-RTN.
           MOVE  "＊当月末補助簿残高＊"  TO  D5-TITLE.
           MOVE  WK-G-TOU                  TO  D5-KINGAKU.
           PERFORM  GOKEI-PRT-RTN.
           MOVE  "　補助簿増減"            TO  D5-TITLE.
           COMPUTE  D5-KINGAKU  =  WK-G-TOU  -  WK-G-ZEN.
           PERFORM  GOKEI-PRT-RTN.
           MOVE
             "　仕訳による売掛金増減（得意先別計）"
             TO  D5-TITLE.
           MOVE  WK-G-GL                   TO  D5-KINGAKU.
           PERFORM  GOKEI-PRT-RTN.
           MOVE
             "　得意先なし売掛金仕訳（再評価等）"
             TO  D5-TITLE.
           MOVE  WK-G-SAIHYOKA             TO  D5-KINGAKU.
           PERFORM  GOKEI-PRT-RTN.
           MOVE  "＊統制勘定増減＊"        TO  D5-TITLE.
           COMPUTE  D5-KINGAKU  =  WK-G-GL  +  WK-G-SAIHYOKA.
           PERFORM  GOKEI-PRT-RTN.
           MOVE  "＊未説明差異＊"          TO  D5-TITLE.
           MOVE  WK-G-SAGAKU               TO  D5-KINGAKU.
           PERFORM  GOKEI-PRT-RTN.
           MOVE  "＊得意先件数＊"          TO  D6-TITLE.
           MOVE  TOKU-CNT                  TO  D6-KEN.
           MOVE  D6-KENSU  TO  WK-PRT-LINE.
           PERFORM  PRT-RTN.
           MOVE  "　差異のある得意先"      TO  D6-TITLE.
           MOVE  SAI-TOKU-CNT              TO  D6-KEN.
           MOVE  D6-KENSU  TO  WK-PRT-LINE.
           PERFORM  PRT-RTN.
           MOVE  "　照合年月外の仕訳・入金"  TO  D6-TITLE.
           MOVE  GAI-CNT                     TO  D6-KEN.
           MOVE  D6-KENSU  TO  WK-PRT-LINE.
           PERFORM  PRT-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 合計行出力処理
      ********************************************************
       GOKEI-PRT-RTN              SECTION.
           MOVE  D5-GOKEI  TO  WK-PRT-LINE.
           PERFORM  PRT-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 照合結果記録処理（会計期間ステータスの照合結果を更新
      * する。未登録の年月はオープンで登録する）
      ********************************************************
       PER-RTN                    SECTION.
           OPEN  I-O  PER-FILE.
           MOVE  WK-YM  TO  CFPER-YM.
           READ  PER-FILE
             INVALID  KEY
               MOVE  SPACE  TO  PER-REC
               MOVE  WK-YM  TO  CFPER-YM
               MOVE  "0"    TO  CFPER-STATUS
               MOVE  ZERO   TO  CFPER-CLOSE-DATE
               PERFORM  SHOGO-KBN-RTN
               WRITE  PER-REC
             NOT  INVALID  KEY
               PERFORM  SHOGO-KBN-RTN
               REWRITE  PER-REC
           END-READ.
           CLOSE  PER-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 照合結果設定処理
      ********************************************************
       SHOGO-KBN-RTN              SECTION.
           IF  SAI-TOKU-CNT  =  ZERO
             MOVE  "1"  TO  CFPER-SHOGO-KBN
           ELSE
             MOVE  "2"  TO  CFPER-SHOGO-KBN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  OPI-FILE  ARP-FILE  URJ-FILE  GLF-FILE  NYU-FILE
                  TOK-FILE  ARS-FILE  OEF-FILE.
           DISPLAY  "*** OPI-CNT   ="  OPI-CNT.
           DISPLAY  "*** ARP-CNT   ="  ARP-CNT.
           DISPLAY  "*** URJ-CNT   ="  URJ-CNT.
           DISPLAY  "*** GLF-CNT   ="  GLF-CNT.
           DISPLAY  "*** NYU-CNT   ="  NYU-CNT.
           DISPLAY  "*** GAI-CNT   ="  GAI-CNT.
           DISPLAY  "*** TOKU-CNT  ="  TOKU-CNT.
           DISPLAY  "*** SAI-TOKU  ="  SAI-TOKU-CNT.
           IF  SAI-TOKU-CNT  >  0
             DISPLAY  "*** KUBM395 AR RECONCILIATION DIFF TOKU="
                      SAI-TOKU-CNT  " ***"
             MOVE  8  TO  RETURN-CODE
           END-IF.
           DISPLAY  "*** KUBM395  END ***".
       EXT.
           EXIT.
