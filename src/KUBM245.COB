       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM245.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：受取手形・電子記録債権管理
      * 作成日／作成者：２０２６年１０月１５日  システム技研
      * 変更日／変更者：２０２６年１０月１５日  システム技研
      *       変更内容：ＧＬ仕訳の会社コード項目追加に対応
      *               ：手形仕訳を得意先の会社へ計上
      *               ：小見出し・明細行の長さを訂正
      ********************************************************
      *  手形取引トランザクション（KUCF155）を読み、受取手形台帳
      *  （KUCF150）を更新する。
      *  （１）受入：台帳へ保有中で登録し、得意先の未消込請求
      *  　　　（KUCF135）へ支払期日の古い順に充当する（充当の
      *  　　　考え方はKUBM190と同じ）。売掛残高（kccmtok）を
      *  　　　減らすため、KUCF070形式の入金をTNYへ書き出す。
      *  　　　TNYはKUBM035の入力にだけ連結し、KUBM190へは渡さ
      *  　　　ない（充当済みのため二重充当になる）
      *  （２）期日取立・割引・裏書譲渡：保有中の手形の状態を
      *  　　　進める
      *  各取引の仕訳をKUCF050形式で得意先の会社（KCCFTOK）の
      *  仕訳としてGLFへ書き出す。
      *  　受入　　：借方　受取手形（電子記録債権）／貸方　売掛金
      *  　期日取立：借方　当座預金／貸方　受取手形
      *  　割引　　：借方　当座預金・手形売却損／貸方　受取手形
      *  　裏書譲渡：借方　買掛金（補助＝仕入先）／貸方　受取手形
      *  取引明細リストの後に、当月満期の手形の一覧を印字する
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  TGR-FILE  ASSIGN  TO  EXTERNAL  TGR.
           SELECT  TGT-FILE  ASSIGN  TO  EXTERNAL  TGT
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  TGT-KEY.
           SELECT  OPI-FILE  ASSIGN  TO  EXTERNAL  OPI
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  OPI-KEY.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  TNY-FILE  ASSIGN  TO  EXTERNAL  TNY.
           SELECT  GLF-FILE  ASSIGN  TO  EXTERNAL  GLF.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  TGR-FILE.
       01  TGR-REC.
           COPY  KUCF155.
       FD  TGT-FILE.
       01  TGT-REC.
           COPY  KUCF150.
       FD  OPI-FILE.
       01  OPI-REC.
           COPY  KUCF135.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  TNY-FILE.
       01  TNY-REC.
           COPY  KUCF070.
       FD  GLF-FILE.
       01  GLF-REC.
           COPY  KUCF050.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE            SECTION.
       01  TGR-END-FLG            PIC  X(1)          VALUE  "0".
       01  TGT-END-FLG            PIC  X(1)          VALUE  "0".
       01  OPI-END-FLG            PIC  X(1)          VALUE  "0".
       01  TGR-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  UKEIRE-CNT             PIC S9(9)  COMP-3  VALUE  +0.
       01  KOSHIN-CNT             PIC S9(9)  COMP-3  VALUE  +0.
       01  ERR-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  MANKI-CNT              PIC S9(9)  COMP-3  VALUE  +0.
       01  TNY-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  GLF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT       PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    印字中のリスト（"1"＝取引明細、"2"＝当月満期一覧）
       01  WK-LIST-KBN            PIC  X(01)          VALUE  "1".
      *    台帳チェック結果（"1"＝エラー）
       01  WK-CHK-FLG             PIC  X(01)          VALUE  SPACE.
      *    入金充当用（未充当残と充当先探索。KUBM190と同じ）
       01  WK-NYUKIN-ZAN          PIC S9(09)          VALUE  ZERO.
       01  WK-JUTO-GAKU           PIC S9(09)          VALUE  ZERO.
       01  WK-BEST-YM             PIC  9(06)          VALUE  ZERO.
       01  WK-BEST-DUE            PIC  9(08)          VALUE  ZERO.
       01  WK-BEST-FOUND-FLG      PIC  X(01)          VALUE  SPACE.
      *    仕訳出力用
       01  WK-GLJ-KINGAKU         PIC S9(09)          VALUE  ZERO.
       01  WK-GLJ-HOJO-COD        PIC  X(06)          VALUE  SPACE.
      *    仕訳の会社コード（得意先の会社。空白＝"01"）
       01  WK-GLJ-KAISHA-COD      PIC  X(02)          VALUE  SPACE.
      *    手形の勘定科目（種別で受取手形／電子記録債権を切り替える）
       01  WK-KAMOKU-TGT          PIC  X(6)           VALUE  SPACE.
       01  WK-KAMOKU-TGT-MEI      PIC  X(20)          VALUE  SPACE.
      *    勘定科目（受取手形／電子記録債権／売掛金／当座預金／
      *    手形売却損／買掛金）
       01  WK-KAMOKU-TEGATA       PIC  X(6)           VALUE  "130100".
       01  WK-KAMOKU-TEGATA-MEI   PIC  X(20)          VALUE
                                     "受取手形".
       01  WK-KAMOKU-DENSAI       PIC  X(6)           VALUE  "130200".
       01  WK-KAMOKU-DENSAI-MEI   PIC  X(20)          VALUE
                                     "電子記録債権".
       01  WK-KAMOKU-URIKAKE      PIC  X(6)           VALUE  "140100".
       01  WK-KAMOKU-URIKAKE-MEI  PIC  X(20)          VALUE
                                     "売掛金".
       01  WK-KAMOKU-TOZA         PIC  X(6)           VALUE  "110200".
       01  WK-KAMOKU-TOZA-MEI     PIC  X(20)          VALUE
                                     "当座預金".
       01  WK-KAMOKU-BAISON       PIC  X(6)           VALUE  "817000".
       01  WK-KAMOKU-BAISON-MEI   PIC  X(20)          VALUE
                                     "手形売却損".
       01  WK-KAMOKU-KAIKAKE      PIC  X(6)           VALUE  "215100".
       01  WK-KAMOKU-KAIKAKE-MEI  PIC  X(20)          VALUE
                                     "買掛金".
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  H1-TITLE             PIC  X(32)  VALUE  SPACE.
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
      *  小見出し（取引明細）
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(8)   VALUE  "取引区分".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "得意先".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(12)  VALUE  "手形番号".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "種別".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "金額".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "取引日".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "満期日".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(12)  VALUE
                "未充当・割引".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(20)  VALUE  "摘要".
         02  FILLER               PIC  X(25)  VALUE  SPACE.
      *  小見出し（当月満期一覧）
       01  H3-KOMIDASHI.
         02  FILLER               PIC  X(6)   VALUE  "得意先".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(12)  VALUE  "手形番号".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "種別".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "金額".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "満期日".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "支払場所".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(12)  VALUE  "状態".
         02  FILLER               PIC  X(57)  VALUE  SPACE.
      *  取引明細
       01  D1-MEISAI.
         02  D1-KBN-MEI           PIC  X(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-TEGATA-NO         PIC  X(12).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHUBETSU-MEI      PIC  X(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KINGAKU           PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TORIHIKI-DATE     PIC  9(08).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-MANKI-DATE        PIC  9(08).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SUB-GAKU          PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-RIYU              PIC  X(20).
         02  FILLER               PIC  X(25)  VALUE  SPACE.
      *  当月満期明細
       01  D3-MANKI.
         02  D3-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D3-TEGATA-NO         PIC  X(12).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D3-SHUBETSU-MEI      PIC  X(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D3-KINGAKU           PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D3-MANKI-DATE        PIC  9(08).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D3-GINKO-COD         PIC  9(04).
         02  FILLER               PIC  X(1)   VALUE  "-".
         02  D3-SHITEN-COD        PIC  9(03).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D3-STATUS-MEI        PIC  X(12).
         02  FILLER               PIC  X(57)  VALUE  SPACE.
      *
      ********************************************************
      *  受取手形・電子記録債権管理
      ********************************************************
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  TGR-READ-RTN.
           PERFORM  TORIHIKI-RTN  UNTIL  TGR-END-FLG  =  "1".
           PERFORM  MANKI-LIST-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KUBM245 START ***".
           OPEN  INPUT   TGR-FILE.
           OPEN  I-O     TGT-FILE.
           OPEN  I-O     OPI-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  OUTPUT  TNY-FILE.
           OPEN  OUTPUT  GLF-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           MOVE  "手形取引明細リスト"  TO  H1-TITLE.
       EXT.
           EXIT.
      ********************************************************
      *  手形取引入力処理
      ********************************************************
       TGR-READ-RTN               SECTION.
           READ  TGR-FILE
             AT  END
               MOVE  "1"  TO  TGR-END-FLG
             NOT  AT  END
               ADD  +1  TO  TGR-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  手形取引処理（取引区分で振り分ける）
      ********************************************************
       TORIHIKI-RTN               SECTION.
           MOVE  SPACE               TO  D1-RIYU.
           MOVE  TGR-TOKU-COD        TO  D1-TOKU-COD.
           MOVE  TGR-TEGATA-NO       TO  D1-TEGATA-NO.
           MOVE  TGR-TORIHIKI-DATE   TO  D1-TORIHIKI-DATE.
           MOVE  ZERO                TO  D1-SUB-GAKU.
           MOVE  TGR-TOKU-COD        TO  TGT-TOKU-COD.
           MOVE  TGR-TEGATA-NO       TO  TGT-TEGATA-NO.
           MOVE  TGR-TOKU-COD        TO  CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               MOVE  SPACE             TO  WK-GLJ-KAISHA-COD
             NOT  INVALID  KEY
               MOVE  CFTOK-KAISHA-COD  TO  WK-GLJ-KAISHA-COD
           END-READ.
           EVALUATE  TGR-TORIHIKI-KBN
             WHEN  "1"
               MOVE  "受入"      TO  D1-KBN-MEI
               PERFORM  UKEIRE-RTN
             WHEN  "2"
               MOVE  "期日取立"  TO  D1-KBN-MEI
               PERFORM  TORITATE-RTN
             WHEN  "3"
               MOVE  "割引"      TO  D1-KBN-MEI
               PERFORM  WARIBIKI-RTN
             WHEN  "4"
               MOVE  "裏書譲渡"  TO  D1-KBN-MEI
               PERFORM  URAGAKI-RTN
             WHEN  OTHER
               MOVE  TGR-TORIHIKI-KBN  TO  D1-KBN-MEI
               MOVE  SPACE             TO  D1-SHUBETSU-MEI
               MOVE  TGR-KINGAKU       TO  D1-KINGAKU
               MOVE  ZERO              TO  D1-MANKI-DATE
               MOVE  "＊取引区分誤り"  TO  D1-RIYU
               ADD  +1  TO  ERR-CNT
           END-EVALUATE.
           PERFORM  MEISAI-WRITE-RTN.
           PERFORM  TGR-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  受入処理（台帳へ保有中で登録し、未消込請求へ充当する）
      ********************************************************
       UKEIRE-RTN                 SECTION.
           MOVE  TGR-KINGAKU         TO  D1-KINGAKU.
           MOVE  TGR-MANKI-DATE      TO  D1-MANKI-DATE.
           IF  TGR-SHUBETSU  =  "2"
             MOVE  "電子債権"  TO  D1-SHUBETSU-MEI
           ELSE
             MOVE  "約束手形"  TO  D1-SHUBETSU-MEI
           END-IF.
           IF  (TGR-SHUBETSU  NOT  =  "1"  AND  "2")
             OR  TGR-KINGAKU  NOT  >  ZERO
             OR  TGR-MANKI-DATE  <  TGR-TORIHIKI-DATE
               MOVE  "＊種別・金額誤り"  TO  D1-RIYU
               ADD  +1  TO  ERR-CNT
               GO  TO  EXT
           END-IF.
           READ  TGT-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               MOVE  "＊登録済の手形番号"  TO  D1-RIYU
               ADD  +1  TO  ERR-CNT
               GO  TO  EXT
           END-READ.
      *    得意先の未消込請求へ期日の古い順に充当する
           MOVE  TGR-KINGAKU  TO  WK-NYUKIN-ZAN.
           PERFORM  OLDEST-JUTO-RTN
             UNTIL  WK-NYUKIN-ZAN  <=  ZERO
                 OR  WK-BEST-FOUND-FLG  =  "E".
           MOVE  SPACE  TO  WK-BEST-FOUND-FLG.
           IF  WK-NYUKIN-ZAN  >  ZERO
             MOVE  WK-NYUKIN-ZAN  TO  D1-SUB-GAKU
             MOVE  "未充当あり"   TO  D1-RIYU
           END-IF.
           MOVE  SPACE                TO  TGT-REC.
           MOVE  TGR-TOKU-COD         TO  TGT-TOKU-COD.
           MOVE  TGR-TEGATA-NO        TO  TGT-TEGATA-NO.
           MOVE  TGR-SHUBETSU         TO  TGT-SHUBETSU.
           MOVE  TGR-KINGAKU          TO  TGT-KINGAKU.
           MOVE  TGR-FURIDASHI-DATE   TO  TGT-FURIDASHI-DATE.
           MOVE  TGR-MANKI-DATE       TO  TGT-MANKI-DATE.
           MOVE  TGR-TORIHIKI-DATE    TO  TGT-UKEIRE-DATE.
           MOVE  TGR-GINKO-COD        TO  TGT-GINKO-COD.
           MOVE  TGR-SHITEN-COD       TO  TGT-SHITEN-COD.
           MOVE  "0"                  TO  TGT-STATUS.
           MOVE  TGR-TORIHIKI-DATE    TO  TGT-STATUS-DATE.
           MOVE  ZERO                 TO  TGT-WARIBIKI-RYO.
           MOVE  SPACE                TO  TGT-URAGAKI-SIIRE-COD.
           MOVE  WK-NYUKIN-ZAN        TO  TGT-MIJUTO-GAKU.
           WRITE  TGT-REC.
           ADD  +1  TO  UKEIRE-CNT.
      *    売掛残高（kccmtok）消込用の入金
           MOVE  TGR-TOKU-COD         TO  NYU-TOKU-COD.
           MOVE  TGR-TORIHIKI-DATE    TO  NYU-NYUKIN-DATE.
           MOVE  TGR-KINGAKU          TO  NYU-KINGAKU.
           WRITE  TNY-REC.
           ADD  +1  TO  TNY-CNT.
      *    借方：受取手形（電子記録債権）／貸方：売掛金
           PERFORM  TGT-KAMOKU-RTN.
           MOVE  TGR-KINGAKU            TO  WK-GLJ-KINGAKU.
           MOVE  SPACE                  TO  WK-GLJ-HOJO-COD.
           MOVE  "1"                    TO  GLJ-KASHIKARI-KBN.
           MOVE  WK-KAMOKU-TGT          TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-TGT-MEI      TO  GLJ-KAMOKU-MEI.
           PERFORM  GLF-WRITE-RTN.
           MOVE  "2"                    TO  GLJ-KASHIKARI-KBN.
           MOVE  WK-KAMOKU-URIKAKE      TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-URIKAKE-MEI  TO  GLJ-KAMOKU-MEI.
           PERFORM  GLF-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  最古請求充当処理（得意先の未消込請求のうち支払期日の
      *  最も古いものを探して充当する。見つからなくなったら
      *  終了印（"E"）を立てる）
      ********************************************************
       OLDEST-JUTO-RTN            SECTION.
           PERFORM  BEST-FIND-RTN.
           IF  WK-BEST-FOUND-FLG  NOT  =  "1"
             MOVE  "E"  TO  WK-BEST-FOUND-FLG
             GO  TO  EXT
           END-IF.
           MOVE  TGR-TOKU-COD  TO  OPI-TOKU-COD.
           MOVE  WK-BEST-YM    TO  OPI-SEIKYU-YM.
           READ  OPI-FILE
             INVALID  KEY
               MOVE  "E"  TO  WK-BEST-FOUND-FLG
               GO  TO  EXT
           END-READ.
           IF  OPI-OPEN-GAKU  <=  WK-NYUKIN-ZAN
             MOVE  OPI-OPEN-GAKU  TO  WK-JUTO-GAKU
           ELSE
             MOVE  WK-NYUKIN-ZAN  TO  WK-JUTO-GAKU
           END-IF.
           SUBTRACT  WK-JUTO-GAKU  FROM  OPI-OPEN-GAKU.
           SUBTRACT  WK-JUTO-GAKU  FROM  WK-NYUKIN-ZAN.
           IF  OPI-OPEN-GAKU  <=  ZERO
             MOVE  "1"  TO  OPI-STATUS
           END-IF.
           MOVE  TGR-TORIHIKI-DATE  TO  OPI-LAST-NYUKIN-DATE.
           REWRITE  OPI-REC.
       EXT.
           EXIT.
      ********************************************************
      *  最古請求探索処理（得意先の未消込請求を走査し、支払期日
      *  最古の請求年月を控える）
      ********************************************************
       BEST-FIND-RTN              SECTION.
           MOVE  SPACE     TO  WK-BEST-FOUND-FLG.
           MOVE  99999999  TO  WK-BEST-DUE.
           MOVE  ZERO      TO  WK-BEST-YM.
           MOVE  "0"       TO  OPI-END-FLG.
           MOVE  TGR-TOKU-COD  TO  OPI-TOKU-COD.
           MOVE  ZERO          TO  OPI-SEIKYU-YM.
           START  OPI-FILE  KEY  >=  OPI-KEY
             INVALID  KEY
               MOVE  "1"  TO  OPI-END-FLG
           END-START.
           PERFORM  BEST-SCAN-RTN  UNTIL  OPI-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  最古請求走査処理
      ********************************************************
       BEST-SCAN-RTN              SECTION.
           READ  OPI-FILE  NEXT
             AT  END
               MOVE  "1"  TO  OPI-END-FLG
             NOT  AT  END
               IF  OPI-TOKU-COD  NOT  =  TGR-TOKU-COD
                 MOVE  "1"  TO  OPI-END-FLG
               ELSE
                 IF  OPI-OPEN-GAKU  >  ZERO
                   AND  OPI-DUE-DATE  <  WK-BEST-DUE
                     MOVE  OPI-DUE-DATE   TO  WK-BEST-DUE
                     MOVE  OPI-SEIKYU-YM  TO  WK-BEST-YM
                     MOVE  "1"            TO  WK-BEST-FOUND-FLG
                 END-IF
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  期日取立処理（保有中の手形を取立済にする）
      ********************************************************
       TORITATE-RTN               SECTION.
           PERFORM  HOYU-CHECK-RTN.
           IF  WK-CHK-FLG  =  "1"
             GO  TO  EXT
           END-IF.
           MOVE  "1"                  TO  TGT-STATUS.
           MOVE  TGR-TORIHIKI-DATE    TO  TGT-STATUS-DATE.
           REWRITE  TGT-REC.
           ADD  +1  TO  KOSHIN-CNT.
      *    借方：当座預金／貸方：受取手形（電子記録債権）
           PERFORM  TGT-KAMOKU-RTN.
           MOVE  TGT-KINGAKU            TO  WK-GLJ-KINGAKU.
           MOVE  SPACE                  TO  WK-GLJ-HOJO-COD.
           MOVE  "1"                    TO  GLJ-KASHIKARI-KBN.
           MOVE  WK-KAMOKU-TOZA         TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-TOZA-MEI     TO  GLJ-KAMOKU-MEI.
           PERFORM  GLF-WRITE-RTN.
           MOVE  "2"                    TO  GLJ-KASHIKARI-KBN.
           MOVE  WK-KAMOKU-TGT          TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-TGT-MEI      TO  GLJ-KAMOKU-MEI.
           PERFORM  GLF-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  割引処理（保有中の手形を割引済にし、割引料を控える）
      ********************************************************
       WARIBIKI-RTN               SECTION.
           PERFORM  HOYU-CHECK-RTN.
           IF  WK-CHK-FLG  =  "1"
             GO  TO  EXT
           END-IF.
           IF  TGR-WARIBIKI-RYO  <  ZERO
             OR  TGR-WARIBIKI-RYO  >=  TGT-KINGAKU
               MOVE  "＊割引料誤り"  TO  D1-RIYU
               ADD  +1  TO  ERR-CNT
               GO  TO  EXT
           END-IF.
           MOVE  TGR-WARIBIKI-RYO     TO  D1-SUB-GAKU.
           MOVE  "2"                  TO  TGT-STATUS.
           MOVE  TGR-TORIHIKI-DATE    TO  TGT-STATUS-DATE.
           MOVE  TGR-WARIBIKI-RYO     TO  TGT-WARIBIKI-RYO.
           REWRITE  TGT-REC.
           ADD  +1  TO  KOSHIN-CNT.
      *    借方：当座預金（手取額）・手形売却損（割引料）／
      *    貸方：受取手形（電子記録債権）
           PERFORM  TGT-KAMOKU-RTN.
           MOVE  SPACE                  TO  WK-GLJ-HOJO-COD.
           COMPUTE  WK-GLJ-KINGAKU  =
                    TGT-KINGAKU  -  TGR-WARIBIKI-RYO.
           MOVE  "1"                    TO  GLJ-KASHIKARI-KBN.
           MOVE  WK-KAMOKU-TOZA         TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-TOZA-MEI     TO  GLJ-KAMOKU-MEI.
           PERFORM  GLF-WRITE-RTN.
           IF  TGR-WARIBIKI-RYO  >  ZERO
             MOVE  TGR-WARIBIKI-RYO       TO  WK-GLJ-KINGAKU
             MOVE  "1"                    TO  GLJ-KASHIKARI-KBN
             MOVE  WK-KAMOKU-BAISON       TO  GLJ-KAMOKU-COD
             MOVE  WK-KAMOKU-BAISON-MEI   TO  GLJ-KAMOKU-MEI
             PERFORM  GLF-WRITE-RTN
           END-IF.
           MOVE  TGT-KINGAKU            TO  WK-GLJ-KINGAKU.
           MOVE  "2"                    TO  GLJ-KASHIKARI-KBN.
           MOVE  WK-KAMOKU-TGT          TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-TGT-MEI      TO  GLJ-KAMOKU-MEI.
           PERFORM  GLF-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  裏書譲渡処理（保有中の手形を仕入先への支払に充てる）
      ********************************************************
       URAGAKI-RTN                SECTION.
           PERFORM  HOYU-CHECK-RTN.
           IF  WK-CHK-FLG  =  "1"
             GO  TO  EXT
           END-IF.
           IF  TGR-URAGAKI-SIIRE-COD  =  SPACE
             MOVE  "＊裏書先未指定"  TO  D1-RIYU
             ADD  +1  TO  ERR-CNT
             GO  TO  EXT
           END-IF.
           MOVE  TGR-URAGAKI-SIIRE-COD  TO  D1-RIYU.
           MOVE  "3"                    TO  TGT-STATUS.
           MOVE  TGR-TORIHIKI-DATE      TO  TGT-STATUS-DATE.
           MOVE  TGR-URAGAKI-SIIRE-COD  TO  TGT-URAGAKI-SIIRE-COD.
           REWRITE  TGT-REC.
           ADD  +1  TO  KOSHIN-CNT.
      *    借方：買掛金（補助＝裏書先仕入先）／貸方：受取手形
      *    （電子記録債権）
           PERFORM  TGT-KAMOKU-RTN.
           MOVE  TGT-KINGAKU            TO  WK-GLJ-KINGAKU.
           MOVE  TGR-URAGAKI-SIIRE-COD  TO  WK-GLJ-HOJO-COD.
           MOVE  "1"                    TO  GLJ-KASHIKARI-KBN.
           MOVE  WK-KAMOKU-KAIKAKE      TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-KAIKAKE-MEI  TO  GLJ-KAMOKU-MEI.
           PERFORM  GLF-WRITE-RTN.
           MOVE  SPACE                  TO  WK-GLJ-HOJO-COD.
           MOVE  "2"                    TO  GLJ-KASHIKARI-KBN.
           MOVE  WK-KAMOKU-TGT          TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-TGT-MEI      TO  GLJ-KAMOKU-MEI.
           PERFORM  GLF-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  保有中チェック処理（台帳を読み、保有中でない手形は
      *  エラーとする）
      ********************************************************
       HOYU-CHECK-RTN             SECTION.
           MOVE  SPACE  TO  WK-CHK-FLG.
           MOVE  SPACE  TO  D1-SHUBETSU-MEI.
           MOVE  ZERO   TO  D1-KINGAKU.
           MOVE  ZERO   TO  D1-MANKI-DATE.
           READ  TGT-FILE
             INVALID  KEY
               MOVE  "＊台帳に無い手形"  TO  D1-RIYU
               MOVE  "1"  TO  WK-CHK-FLG
               ADD  +1  TO  ERR-CNT
               GO  TO  EXT
           END-READ.
           IF  TGT-SHUBETSU  =  "2"
             MOVE  "電子債権"  TO  D1-SHUBETSU-MEI
           ELSE
             MOVE  "約束手形"  TO  D1-SHUBETSU-MEI
           END-IF.
           MOVE  TGT-KINGAKU     TO  D1-KINGAKU.
           MOVE  TGT-MANKI-DATE  TO  D1-MANKI-DATE.
           IF  TGT-STATUS  NOT  =  "0"
             MOVE  "＊保有中でない手形"  TO  D1-RIYU
             MOVE  "1"  TO  WK-CHK-FLG
             ADD  +1  TO  ERR-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  手形科目決定処理（種別で受取手形／電子記録債権を選ぶ）
      ********************************************************
       TGT-KAMOKU-RTN             SECTION.
           IF  TGT-SHUBETSU  =  "2"
             MOVE  WK-KAMOKU-DENSAI      TO  WK-KAMOKU-TGT
             MOVE  WK-KAMOKU-DENSAI-MEI  TO  WK-KAMOKU-TGT-MEI
           ELSE
             MOVE  WK-KAMOKU-TEGATA      TO  WK-KAMOKU-TGT
             MOVE  WK-KAMOKU-TEGATA-MEI  TO  WK-KAMOKU-TGT-MEI
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  仕訳出力処理（伝票年月は取引日の年月）
      ********************************************************
       GLF-WRITE-RTN              SECTION.
           MOVE  TGR-TORIHIKI-DATE  (1:6)  TO  GLJ-DENPYO-YM.
           MOVE  TGR-TOKU-COD        TO  GLJ-TOKU-COD.
           MOVE  WK-GLJ-KINGAKU      TO  GLJ-KINGAKU.
           MOVE  WK-GLJ-HOJO-COD     TO  GLJ-HOJO-COD.
           MOVE  WK-GLJ-KAISHA-COD   TO  GLJ-KAISHA-COD.
           WRITE  GLF-REC.
           ADD  +1  TO  GLF-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  取引明細印字処理
      ********************************************************
       MEISAI-WRITE-RTN           SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  当月満期一覧印字処理（取立済以外で満期日が実行月の
      *  手形を印字する）
      ********************************************************
       MANKI-LIST-RTN             SECTION.
           MOVE  "2"  TO  WK-LIST-KBN.
           MOVE  "当月満期手形一覧"  TO  H1-TITLE.
           MOVE  +99  TO  LINE-CNT.
           MOVE  "0"        TO  TGT-END-FLG.
           MOVE  LOW-VALUE  TO  TGT-KEY.
           START  TGT-FILE  KEY  >=  TGT-KEY
             INVALID  KEY
               MOVE  "1"  TO  TGT-END-FLG
           END-START.
           PERFORM  MANKI-SCAN-RTN  UNTIL  TGT-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  当月満期走査処理
      ********************************************************
       MANKI-SCAN-RTN             SECTION.
           READ  TGT-FILE  NEXT
             AT  END
               MOVE  "1"  TO  TGT-END-FLG
               GO  TO  EXT
           END-READ.
           IF  TGT-STATUS  =  "1"
             OR  TGT-MANKI-DATE  (1:6)  NOT  =  WK-PC-DATE8  (1:6)
               GO  TO  EXT
           END-IF.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  TGT-TOKU-COD     TO  D3-TOKU-COD.
           MOVE  TGT-TEGATA-NO    TO  D3-TEGATA-NO.
           IF  TGT-SHUBETSU  =  "2"
             MOVE  "電子債権"  TO  D3-SHUBETSU-MEI
           ELSE
             MOVE  "約束手形"  TO  D3-SHUBETSU-MEI
           END-IF.
           MOVE  TGT-KINGAKU      TO  D3-KINGAKU.
           MOVE  TGT-MANKI-DATE   TO  D3-MANKI-DATE.
           MOVE  TGT-GINKO-COD    TO  D3-GINKO-COD.
           MOVE  TGT-SHITEN-COD   TO  D3-SHITEN-COD.
           EVALUATE  TGT-STATUS
             WHEN  "2"
               MOVE  "割引済"      TO  D3-STATUS-MEI
             WHEN  "3"
               MOVE  "裏書譲渡済"  TO  D3-STATUS-MEI
             WHEN  OTHER
               MOVE  "保有中"      TO  D3-STATUS-MEI
           END-EVALUATE.
           MOVE  D3-MANKI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
           ADD  +1  TO  MANKI-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  見出し印刷処理
      ********************************************************
       MIDASHI-RTN                SECTION.
           MOVE  +0  TO  LINE-CNT.
           ADD   +1  TO  PAGE-CNT.
           MOVE  PAGE-CNT  TO  H1-PAGE-NO.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           IF  WK-LIST-KBN  =  "2"
             MOVE  H3-KOMIDASHI  TO  OEF-REC
           ELSE
             MOVE  H2-KOMIDASHI  TO  OEF-REC
           END-IF.
           WRITE  OEF-REC  AFTER  2.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  TGR-FILE  TGT-FILE  OPI-FILE  TNY-FILE  GLF-FILE
                  OEF-FILE  TOK-FILE.
           DISPLAY  "*** TGR-CNT="  TGR-CNT.
           DISPLAY  "*** UKEIRE="   UKEIRE-CNT.
           DISPLAY  "*** KOSHIN="   KOSHIN-CNT.
           DISPLAY  "*** ERR-CNT="  ERR-CNT.
           DISPLAY  "*** MANKI="    MANKI-CNT.
           DISPLAY  "*** TNY-CNT="  TNY-CNT.
           DISPLAY  "*** GLF-CNT="  GLF-CNT.
           DISPLAY  "*** KUBM245  END ***".
       EXT.
           EXIT.
