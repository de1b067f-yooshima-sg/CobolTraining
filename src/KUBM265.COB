       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM265.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：貸倒償却
      * 作成日／作成者：２０２６年１０月１５日  システム技研
      * 変更日／変更者：２０２６年１０月１５日  システム技研
      *       変更内容：ＧＬ仕訳の会社コード項目追加に対応
      *               ：償却仕訳を得意先の会社へ計上
      ********************************************************
      *  貸倒償却トランザクション（KUCF170）に従い、回収不能と
      *  判断した売掛オープンアイテム（KUCF135）の未消込残を
      *  償却して消し込む。操作者（KCOPID）はリリース解除権限
      *  （CFOPR-RELEASE-FLG）を持ち、起票者と同一人であっては
      *  ならない（四眼原則）。償却額は貸倒引当金残高（KUCF165）
      *  の範囲で借方：貸倒引当金、超える分は借方：貸倒損失、
      *  貸方：売掛金としてGLF（KUCF050形式）へ書き出す。売掛
      *  残高（kccmtok）も減らすため、償却額をKUCF070形式で
      *  KSNへ書き出す（KUBM035の入力へ連結する）。償却前後の
      *  オープンアイテムは監査ログ（KCCFLOG、マスタ区分"D"）
      *  へ記録し、償却・却下の結果をリストへ印字する
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  HSK-FILE  ASSIGN  TO  EXTERNAL  HSK.
           SELECT  OPI-FILE  ASSIGN  TO  EXTERNAL  OPI
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  OPI-KEY.
           SELECT  HKT-FILE  ASSIGN  TO  EXTERNAL  HKT
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  HKT-TOKU-COD.
           SELECT  OPR-FILE  ASSIGN  TO  EXTERNAL  OPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFOPR-USER-ID.
           SELECT  GLF-FILE  ASSIGN  TO  EXTERNAL  GLF.
           SELECT  KSN-FILE  ASSIGN  TO  EXTERNAL  KSN.
           SELECT  LOG-FILE  ASSIGN  TO  EXTERNAL  LOG.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  HSK-FILE.
       01  HSK-REC.
           COPY  KUCF170.
       FD  OPI-FILE.
       01  OPI-REC.
           COPY  KUCF135.
       FD  HKT-FILE.
       01  HKT-REC.
           COPY  KUCF165.
       FD  OPR-FILE.
       01  OPR-REC.
           COPY  KCCFOPR.
       FD  GLF-FILE.
       01  GLF-REC.
           COPY  KUCF050.
       FD  KSN-FILE.
       01  KSN-REC.
           COPY  KUCF070.
       FD  LOG-FILE.
       01  LOG-REC.
           COPY  KCCFLOG.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE            SECTION.
       01  HSK-END-FLG            PIC  X(1)          VALUE  "0".
       01  HSK-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  SHOKYAKU-CNT           PIC S9(9)  COMP-3  VALUE  +0.
       01  ERR-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  GLF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT       PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    操作者認証用
       01  WK-OPID                PIC  X(08)          VALUE  SPACE.
       01  WK-AUTH-FLG            PIC  X(01)          VALUE  SPACE.
      *    償却額と充当内訳
       01  WK-MAE-ZAN             PIC S9(09)          VALUE  ZERO.
       01  WK-SHOKYAKU-GAKU       PIC S9(09)          VALUE  ZERO.
       01  WK-HIKIATE-JUTO        PIC S9(09)          VALUE  ZERO.
       01  WK-SONSHITSU-GAKU      PIC S9(09)          VALUE  ZERO.
       01  WK-GL-GAKU             PIC S9(09)          VALUE  ZERO.
       01  WK-ERR-MSG             PIC  X(20)          VALUE  SPACE.
      *    監査ログの更新前後イメージ（オープンアイテムの要部）
       01  WK-LOG-IMAGE.
         02  WK-LOG-OPI-KEY       PIC  X(10).
         02  WK-LOG-OPEN-GAKU     PIC S9(09).
         02  WK-LOG-STATUS        PIC  X(01).
         02  FILLER               PIC  X(05)  VALUE  SPACE.
      *    勘定科目（貸倒引当金／貸倒損失／売掛金）
       01  WK-KAMOKU-HIKIATE      PIC  X(6)           VALUE  "149900".
       01  WK-KAMOKU-HIKIATE-MEI  PIC  X(20)          VALUE
                                     "貸倒引当金".
       01  WK-KAMOKU-SONSHITSU    PIC  X(6)           VALUE  "735200".
       01  WK-KAMOKU-SONSHITSU-MEI PIC X(20)          VALUE
                                     "貸倒損失".
       01  WK-KAMOKU-URIKAKE      PIC  X(6)           VALUE  "140100".
       01  WK-KAMOKU-URIKAKE-MEI  PIC  X(20)          VALUE
                                     "売掛金".
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(32)  VALUE
                "貸倒償却リスト".
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
      *  小見出し
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(6)   VALUE  "得意先".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "請求年月".
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "償却前残".
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "償却額".
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "引当充当".
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "貸倒損失".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(20)  VALUE  "償却理由".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "起票者".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(20)  VALUE  "結果".
         02  FILLER               PIC  X(12)  VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-SEIKYU-YM         PIC  9(06).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-MAE-ZAN           PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-SHOKYAKU          PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-HIKIATE           PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-SONSHITSU         PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-RIYU              PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-APPLY-USER        PIC  X(08).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KEKKA             PIC  X(20).
         02  FILLER               PIC  X(14)  VALUE  SPACE.
      *
      ********************************************************
      *  貸倒償却
      ********************************************************
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  HSK-READ-RTN.
           PERFORM  SHOKYAKU-RTN  UNTIL  HSK-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（操作者の権限確認）
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KUBM265 START ***".
           PERFORM  AUTH-RTN.
           OPEN  INPUT   HSK-FILE.
           OPEN  I-O     OPI-FILE.
           OPEN  I-O     HKT-FILE.
           OPEN  OUTPUT  GLF-FILE.
           OPEN  OUTPUT  KSN-FILE.
           OPEN  EXTEND  LOG-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
       EXT.
           EXIT.
      ********************************************************
      *  操作者認証処理（リリース解除権限）
      ********************************************************
       AUTH-RTN                   SECTION.
           ACCEPT  WK-OPID  FROM  ENVIRONMENT  "KCOPID".
           MOVE  SPACE  TO  WK-AUTH-FLG.
           OPEN  INPUT  OPR-FILE.
           MOVE  WK-OPID  TO  CFOPR-USER-ID.
           READ  OPR-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  CFOPR-RELEASE-FLG  =  "1"
                 MOVE  "1"  TO  WK-AUTH-FLG
               END-IF
           END-READ.
           CLOSE  OPR-FILE.
           IF  WK-AUTH-FLG  NOT  =  "1"
             DISPLAY  "*** KUBM265 AUTH ERROR OPID="  WK-OPID
             STOP  RUN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  償却トランザクション入力処理
      ********************************************************
       HSK-READ-RTN               SECTION.
           READ  HSK-FILE
             AT  END
               MOVE  "1"  TO  HSK-END-FLG
             NOT  AT  END
               ADD  +1  TO  HSK-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  償却処理（起票者・請求・償却額を確認し、誤りは消し込ま
      *  ずに理由を印字する）
      ********************************************************
       SHOKYAKU-RTN               SECTION.
           MOVE  ZERO   TO  WK-MAE-ZAN.
           MOVE  ZERO   TO  WK-SHOKYAKU-GAKU.
           MOVE  ZERO   TO  WK-HIKIATE-JUTO.
           MOVE  ZERO   TO  WK-SONSHITSU-GAKU.
           MOVE  SPACE  TO  WK-ERR-MSG.
           IF  HSK-APPLY-USER  =  SPACE
             OR  HSK-APPLY-USER  =  WK-OPID
               MOVE  "＊起票者と同一人"  TO  WK-ERR-MSG
               GO  TO  ERR-EXIT
           END-IF.
           MOVE  HSK-TOKU-COD   TO  OPI-TOKU-COD.
           MOVE  HSK-SEIKYU-YM  TO  OPI-SEIKYU-YM.
           READ  OPI-FILE
             INVALID  KEY
               MOVE  "＊請求なし"  TO  WK-ERR-MSG
               GO  TO  ERR-EXIT
           END-READ.
           MOVE  OPI-OPEN-GAKU  TO  WK-MAE-ZAN.
           IF  OPI-OPEN-GAKU  <=  ZERO
             MOVE  "＊未消込残なし"  TO  WK-ERR-MSG
             GO  TO  ERR-EXIT
           END-IF.
           IF  HSK-KINGAKU  NOT  NUMERIC
             OR  HSK-KINGAKU  <  ZERO
             OR  HSK-KINGAKU  >  OPI-OPEN-GAKU
               MOVE  "＊償却額誤り"  TO  WK-ERR-MSG
               GO  TO  ERR-EXIT
           END-IF.
           IF  HSK-KINGAKU  =  ZERO
             MOVE  OPI-OPEN-GAKU  TO  WK-SHOKYAKU-GAKU
           ELSE
             MOVE  HSK-KINGAKU    TO  WK-SHOKYAKU-GAKU
           END-IF.
      *    償却前イメージ
           MOVE  OPI-KEY        TO  WK-LOG-OPI-KEY.
           MOVE  OPI-OPEN-GAKU  TO  WK-LOG-OPEN-GAKU.
           MOVE  OPI-STATUS     TO  WK-LOG-STATUS.
           MOVE  WK-LOG-IMAGE   TO  LOG-BEFORE-IMAGE.
           SUBTRACT  WK-SHOKYAKU-GAKU  FROM  OPI-OPEN-GAKU.
           IF  OPI-OPEN-GAKU  <=  ZERO
             MOVE  "1"  TO  OPI-STATUS
           END-IF.
           REWRITE  OPI-REC.
      *    償却後イメージ
           MOVE  OPI-OPEN-GAKU  TO  WK-LOG-OPEN-GAKU.
           MOVE  OPI-STATUS     TO  WK-LOG-STATUS.
           MOVE  WK-LOG-IMAGE   TO  LOG-AFTER-IMAGE.
           PERFORM  LOG-WRITE-RTN.
           PERFORM  SHIWAKE-RTN.
      *    売掛残高（kccmtok）消込用の償却額
           MOVE  HSK-TOKU-COD      TO  NYU-TOKU-COD.
           MOVE  WK-PC-DATE8       TO  NYU-NYUKIN-DATE.
           MOVE  WK-SHOKYAKU-GAKU  TO  NYU-KINGAKU.
           WRITE  KSN-REC.
           ADD  +1  TO  SHOKYAKU-CNT.
           MOVE  "償却済"  TO  WK-ERR-MSG.
           PERFORM  MEISAI-RTN.
           GO  TO  NEXT-READ.
       ERR-EXIT.
           ADD  +1  TO  ERR-CNT.
           PERFORM  MEISAI-RTN.
       NEXT-READ.
           PERFORM  HSK-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  償却仕訳処理（貸倒引当金残高の範囲で取り崩し、超える分
      *  を貸倒損失とする）
      ********************************************************
       SHIWAKE-RTN                SECTION.
           MOVE  HSK-TOKU-COD  TO  HKT-TOKU-COD.
           READ  HKT-FILE
             INVALID  KEY
               MOVE  ZERO  TO  WK-HIKIATE-JUTO
             NOT  INVALID  KEY
               IF  HKT-HIKIATE-ZAN  >  WK-SHOKYAKU-GAKU
                 MOVE  WK-SHOKYAKU-GAKU  TO  WK-HIKIATE-JUTO
               ELSE
                 MOVE  HKT-HIKIATE-ZAN   TO  WK-HIKIATE-JUTO
               END-IF
               IF  WK-HIKIATE-JUTO  >  ZERO
                 SUBTRACT  WK-HIKIATE-JUTO  FROM  HKT-HIKIATE-ZAN
                 REWRITE  HKT-REC
               ELSE
                 MOVE  ZERO  TO  WK-HIKIATE-JUTO
               END-IF
           END-READ.
           COMPUTE  WK-SONSHITSU-GAKU  =
                    WK-SHOKYAKU-GAKU  -  WK-HIKIATE-JUTO.
      *    借方：貸倒引当金（取崩し分）
           IF  WK-HIKIATE-JUTO  >  ZERO
             MOVE  WK-HIKIATE-JUTO          TO  WK-GL-GAKU
             MOVE  "1"                      TO  GLJ-KASHIKARI-KBN
             MOVE  WK-KAMOKU-HIKIATE        TO  GLJ-KAMOKU-COD
             MOVE  WK-KAMOKU-HIKIATE-MEI    TO  GLJ-KAMOKU-MEI
             PERFORM  GLF-WRITE-RTN
           END-IF.
      *    借方：貸倒損失（引当金を超える分）
           IF  WK-SONSHITSU-GAKU  >  ZERO
             MOVE  WK-SONSHITSU-GAKU        TO  WK-GL-GAKU
             MOVE  "1"                      TO  GLJ-KASHIKARI-KBN
             MOVE  WK-KAMOKU-SONSHITSU      TO  GLJ-KAMOKU-COD
             MOVE  WK-KAMOKU-SONSHITSU-MEI  TO  GLJ-KAMOKU-MEI
             PERFORM  GLF-WRITE-RTN
           END-IF.
      *    貸方：売掛金
           MOVE  WK-SHOKYAKU-GAKU           TO  WK-GL-GAKU.
           MOVE  "2"                        TO  GLJ-KASHIKARI-KBN.
           MOVE  WK-KAMOKU-URIKAKE          TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-URIKAKE-MEI      TO  GLJ-KAMOKU-MEI.
           PERFORM  GLF-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  仕訳出力処理（伝票年月は実行日の年月。会社は償却した
      *  オープンアイテムの会社）
      ********************************************************
       GLF-WRITE-RTN              SECTION.
           MOVE  WK-PC-DATE8 (1:6)  TO  GLJ-DENPYO-YM.
           MOVE  HSK-TOKU-COD       TO  GLJ-TOKU-COD.
           MOVE  WK-GL-GAKU         TO  GLJ-KINGAKU.
           MOVE  SPACE              TO  GLJ-HOJO-COD.
           MOVE  OPI-KAISHA-COD     TO  GLJ-KAISHA-COD.
           WRITE  GLF-REC.
           ADD  +1  TO  GLF-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  監査ログ出力処理
      ********************************************************
       LOG-WRITE-RTN              SECTION.
           MOVE  WK-PC-DATE8       TO  LOG-UPDATE-DATE.
           ACCEPT  LOG-UPDATE-TIME  FROM  TIME.
           MOVE  "D"               TO  LOG-MASTER-KBN.
           MOVE  "W"               TO  LOG-ACTION-KBN.
           MOVE  HSK-TOKU-COD      TO  LOG-KEY.
           MOVE  WK-OPID           TO  LOG-USER-ID.
           MOVE  HSK-APPLY-USER    TO  LOG-APPLY-USER-ID.
           MOVE  WK-OPID           TO  LOG-APPROVE-USER-ID.
           WRITE  LOG-REC.
       EXT.
           EXIT.
      ********************************************************
      *  明細印字処理
      ********************************************************
       MEISAI-RTN                 SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  HSK-TOKU-COD       TO  D1-TOKU-COD.
           MOVE  HSK-SEIKYU-YM      TO  D1-SEIKYU-YM.
           MOVE  WK-MAE-ZAN         TO  D1-MAE-ZAN.
           MOVE  WK-SHOKYAKU-GAKU   TO  D1-SHOKYAKU.
           MOVE  WK-HIKIATE-JUTO    TO  D1-HIKIATE.
           MOVE  WK-SONSHITSU-GAKU  TO  D1-SONSHITSU.
           MOVE  HSK-RIYU           TO  D1-RIYU.
           MOVE  HSK-APPLY-USER     TO  D1-APPLY-USER.
           MOVE  WK-ERR-MSG         TO  D1-KEKKA.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
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
           MOVE  H2-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  HSK-FILE  OPI-FILE  HKT-FILE  GLF-FILE  KSN-FILE
                  LOG-FILE  OEF-FILE.
           DISPLAY  "*** HSK-CNT="     HSK-CNT.
           DISPLAY  "*** SHOKYAKU="    SHOKYAKU-CNT.
           DISPLAY  "*** ERR-CNT="     ERR-CNT.
           DISPLAY  "*** GLF-CNT="     GLF-CNT.
           DISPLAY  "*** KUBM265  END ***".
       EXT.
           EXIT.
