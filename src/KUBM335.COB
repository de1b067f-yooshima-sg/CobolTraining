       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM335.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：休眠・減少得意先リスト作成
      * 作成日／作成者：２０２６年１０月１５日  システム技研
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *  得意先マスタ（KCCFTOK）を順に読み、注文が途絶えた
      *  （休眠）得意先と、売上が前年より落ち込んだ（減少）
      *  得意先を担当営業員別に印字する月次の追客リスト。
      *  休眠は最終受注日から休眠日数以上を経過したもの。最終
      *  受注日と最終受注商品は、売上集計（KUBM020）が売上明細
      *  （KUCF010）から積み上げる得意先商品別購買実績（KUCF200）
      *  の最終受注日が最も新しい商品とする（受注実績の無い得意
      *  先は対象外）。減少は処理月の前月を末月とする直近３請求
      *  期間の売上合計（売上集計履歴KUCF025）が、前年同期間の
      *  合計から減少率を超えて下回ったもの。休眠日数・減少率は
      *  システムパラメタマスタのUR-KYUMIN-DAYS・UR-GENSHO-RITU
      *  で上書きでき、未登録時は９０日・３０％とする。担当営業
      *  員はテリトリ割当（KCCFTRA）→販売テリトリ（KCCFTRR）の
      *  現任担当とし、営業員ごとに改頁して印字する。テリトリ
      *  未割当の得意先は担当欄空白でまとめて先頭に印字する。
      *  売掛残高は得意先マスタの売掛残高を印字する
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  HIS-FILE  ASSIGN  TO  EXTERNAL  HIS
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  UF025-KEY.
           SELECT  BHS-FILE  ASSIGN  TO  EXTERNAL  BHS
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  UF200-KEY.
           SELECT  SHO-FILE  ASSIGN  TO  EXTERNAL  SHO
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  TRA-FILE  ASSIGN  TO  EXTERNAL  TRA
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTRA-TOKU-COD.
           SELECT  TRR-FILE  ASSIGN  TO  EXTERNAL  TRR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTRR-TERR-COD.
           SELECT  EGY-FILE  ASSIGN  TO  EXTERNAL  EGY
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFEGY-EIGYO-COD.
           SELECT  PRM-FILE  ASSIGN  TO  EXTERNAL  PRM
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFPRM-PARM-KEY.
           SELECT  SRT-FILE  ASSIGN  TO  SRTWK01.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  HIS-FILE.
       01  HIS-REC.
           COPY  KUCF025.
       FD  BHS-FILE.
       01  BHS-REC.
           COPY  KUCF200.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY  KCCFSHO.
       FD  TRA-FILE.
       01  TRA-REC.
           COPY  KCCFTRA.
       FD  TRR-FILE.
       01  TRR-REC.
           COPY  KCCFTRR.
       FD  EGY-FILE.
       01  EGY-REC.
           COPY  KCCFEGY.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY  KCCFPRM.
       SD  SRT-FILE.
       01  SRT-REC.
         03  SRT-EIGYO-COD        PIC  X(04).
         03  SRT-EIGYO-MEI        PIC  X(20).
         03  SRT-TOKU-COD         PIC  X(04).
         03  SRT-TOKU-MEI         PIC  X(20).
         03  SRT-KYUMIN-FLG       PIC  X(01).
         03  SRT-GENSHO-FLG       PIC  X(01).
         03  SRT-LAST-DATE        PIC  9(08).
         03  SRT-KEIKA-DAYS       PIC S9(07).
         03  SRT-SHOHIN-NO        PIC  X(05).
         03  SRT-KON-KIN          PIC S9(11).
         03  SRT-ZEN-KIN          PIC S9(11).
         03  SRT-URIKAKE-ZAN      PIC S9(09).
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE            SECTION.
       01  TOK-END-FLG            PIC  X(1)          VALUE  "0".
       01  BHS-END-FLG            PIC  X(1)          VALUE  "0".
       01  SRT-END-FLG            PIC  X(1)          VALUE  "0".
       01  TOK-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  KYUMIN-CNT             PIC S9(9)  COMP-3  VALUE  +0.
       01  GENSHO-CNT             PIC S9(9)  COMP-3  VALUE  +0.
       01  OEF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT       PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    休眠日数（UR-KYUMIN-DAYSで上書き。既定９０日）
       01  WK-KYUMIN-DAYS         PIC  9(03)          VALUE  90.
      *    減少率％（UR-GENSHO-RITUで上書き。既定３０％）
       01  WK-GENSHO-RITU         PIC  9(03)          VALUE  30.
      *    比較期間（処理月の前月を末月とする３請求期間と、その
      *    前年同期間の年月）
       01  WK-KIKAN-TBL.
         02  WK-KIKAN-ENT         OCCURS  3  TIMES.
           03  WK-KON-YM          PIC  9(06).
           03  WK-ZEN-YM          PIC  9(06).
       01  WK-KIKAN-IDX           PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-YM.
         02  WK-YM-YY             PIC  9(04).
         02  WK-YM-MM             PIC  9(02).
      *    得意先１件分の判定結果
       01  WK-LAST-DATE           PIC  9(08)          VALUE  ZERO.
       01  WK-LAST-SHOHIN-NO      PIC  X(05)          VALUE  SPACE.
       01  WK-KEIKA-DAYS          PIC S9(07)          VALUE  ZERO.
       01  WK-KON-KIN             PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-ZEN-KIN             PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-GENSHO-LIMIT        PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-KYUMIN-FLG          PIC  X(01)          VALUE  SPACE.
       01  WK-GENSHO-FLG          PIC  X(01)          VALUE  SPACE.
       01  WK-HENKA-RITU          PIC S9(05)V9(1)     VALUE  ZERO.
      *    担当営業員の控え（出力側の改頁判定用）
       01  WK-OLD-EIGYO-COD       PIC  X(04)          VALUE  LOW-VALUE.
       01  WK-EIGYO-KEN           PIC S9(7)  COMP-3  VALUE  +0.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(32)  VALUE
                "休眠・減少得意先リスト".
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
      *  担当営業員見出し（休眠日数・減少率と比較期間を添える）
       01  H2-EIGYO.
         02  FILLER               PIC  X(10)  VALUE  "担当営業：".
         02  H2-EIGYO-COD         PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  H2-EIGYO-MEI         PIC  X(20).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "休眠日数：".
         02  H2-KYUMIN-DAYS       PIC  ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "減少率：".
         02  H2-GENSHO-RITU       PIC  ZZ9.
         02  FILLER               PIC  X(2)   VALUE  "％".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "比較期間：".
         02  H2-KON-FROM          PIC  9(06).
         02  FILLER               PIC  X(1)   VALUE  "-".
         02  H2-KON-TO            PIC  9(06).
         02  FILLER               PIC  X(4)   VALUE  " 対 ".
         02  H2-ZEN-FROM          PIC  9(06).
         02  FILLER               PIC  X(1)   VALUE  "-".
         02  H2-ZEN-TO            PIC  9(06).
         02  FILLER               PIC  X(25)  VALUE  SPACE.
      *  小見出し
       01  H3-KOMIDASHI.
         02  FILLER               PIC  X(6)   VALUE  "得意先".
         02  FILLER               PIC  X(20)  VALUE  "得意先名".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "区分".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "最終受注".
         02  FILLER               PIC  X(6)   VALUE  "経過日".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(28)  VALUE
                "最終受注商品".
         02  FILLER               PIC  X(12)  VALUE  "直近３期間".
         02  FILLER               PIC  X(12)  VALUE  "前年同期間".
         02  FILLER               PIC  X(7)   VALUE  "増減％".
         02  FILLER               PIC  X(12)  VALUE  "売掛残高".
         02  FILLER               PIC  X(6)   VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TOKU-MEI          PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KBN               PIC  X(10).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-LAST-DATE         PIC  9(08).
         02  D1-LAST-DATE-X       REDEFINES  D1-LAST-DATE
                                  PIC  X(08).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-KEIKA-DAYS        PIC  ZZ,ZZ9.
         02  D1-KEIKA-DAYS-X      REDEFINES  D1-KEIKA-DAYS
                                  PIC  X(06).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-SHOHIN-MEI        PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KON-KIN           PIC  ---,---,--9.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-ZEN-KIN           PIC  ---,---,--9.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-RITU              PIC  ----9.9.
         02  D1-RITU-X            REDEFINES  D1-RITU
                                  PIC  X(07).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-URIKAKE-ZAN       PIC  ---,---,--9.
         02  FILLER               PIC  X(7)   VALUE  SPACE.
      *  担当営業員計
       01  D2-EIGYO-KEI.
         02  FILLER               PIC  X(20)  VALUE
                "＊＊該当件数＊＊".
         02  D2-KEN               PIC  ZZZ,ZZ9.
         02  FILLER               PIC  X(108) VALUE  SPACE.
      *
      ********************************************************
      *  休眠・減少得意先リスト作成（判定結果を担当営業員・
      *    得意先の順にソートし、営業員ごとに改頁して印字する）
      ********************************************************
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           SORT  SRT-FILE
             ON  ASCENDING  KEY  SRT-EIGYO-COD
                                 SRT-TOKU-COD
             INPUT   PROCEDURE  HANTEI-RTN
             OUTPUT  PROCEDURE  LIST-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（パラメタを読み、比較期間を求める）
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KUBM335 START ***".
           OPEN  INPUT   TOK-FILE.
           OPEN  INPUT   HIS-FILE.
           OPEN  INPUT   BHS-FILE.
           OPEN  INPUT   SHO-FILE.
           OPEN  INPUT   TRA-FILE.
           OPEN  INPUT   TRR-FILE.
           OPEN  INPUT   EGY-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           PERFORM  PRM-LOAD-RTN.
           MOVE  WK-KYUMIN-DAYS  TO  H2-KYUMIN-DAYS.
           MOVE  WK-GENSHO-RITU  TO  H2-GENSHO-RITU.
           MOVE  WK-PC-DATE8  (1:6)  TO  WK-YM.
           PERFORM  KIKAN-SET-RTN
             VARYING  WK-KIKAN-IDX  FROM  3  BY  -1
               UNTIL  WK-KIKAN-IDX  <  1.
           MOVE  WK-KON-YM  (1)  TO  H2-KON-FROM.
           MOVE  WK-KON-YM  (3)  TO  H2-KON-TO.
           MOVE  WK-ZEN-YM  (1)  TO  H2-ZEN-FROM.
           MOVE  WK-ZEN-YM  (3)  TO  H2-ZEN-TO.
       EXT.
           EXIT.
      ********************************************************
      *  パラメタ読込処理（休眠日数・減少率。未登録・適用前・
      *  非数字・ゼロは既定値のまま）
      ********************************************************
       PRM-LOAD-RTN               SECTION.
           OPEN  INPUT  PRM-FILE.
           MOVE  "UR-KYUMIN-DAYS"  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  (CFPRM-EFF-DATE  =  ZERO
                    OR  CFPRM-EFF-DATE  <=  WK-PC-DATE8)
                 AND  CFPRM-VALUE  (1:3)  IS  NUMERIC
                 AND  CFPRM-VALUE  (1:3)  NOT  =  "000"
                   MOVE  CFPRM-VALUE  (1:3)  TO  WK-KYUMIN-DAYS
               END-IF
           END-READ.
           MOVE  "UR-GENSHO-RITU"  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  (CFPRM-EFF-DATE  =  ZERO
                    OR  CFPRM-EFF-DATE  <=  WK-PC-DATE8)
                 AND  CFPRM-VALUE  (1:3)  IS  NUMERIC
                 AND  CFPRM-VALUE  (1:3)  NOT  =  "000"
                   MOVE  CFPRM-VALUE  (1:3)  TO  WK-GENSHO-RITU
               END-IF
           END-READ.
           CLOSE  PRM-FILE.
       EXT.
           EXIT.
      ********************************************************
      *  比較期間設定処理（WK-YMを１か月戻して設定する。３回で
      *  処理月の前月から３か月前までが古い順に並ぶ）
      ********************************************************
       KIKAN-SET-RTN              SECTION.
           IF  WK-YM-MM  =  1
             SUBTRACT  1  FROM  WK-YM-YY
             MOVE  12  TO  WK-YM-MM
           ELSE
             SUBTRACT  1  FROM  WK-YM-MM
           END-IF.
           MOVE  WK-YM  TO  WK-KON-YM  (WK-KIKAN-IDX).
           COMPUTE  WK-ZEN-YM  (WK-KIKAN-IDX)  =
                    WK-KON-YM  (WK-KIKAN-IDX)  -  100.
       EXT.
           EXIT.
      ********************************************************
      *  判定処理（入力側。得意先ごとに休眠・減少を判定し、
      *  該当するものをソートへ引き渡す）
      ********************************************************
       HANTEI-RTN                 SECTION.
           PERFORM  TOK-READ-RTN.
           PERFORM  TOKU-HANTEI-RTN  UNTIL  TOK-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  得意先マスタ順次読込処理
      ********************************************************
       TOK-READ-RTN               SECTION.
           READ  TOK-FILE  NEXT
             AT  END
               MOVE  "1"  TO  TOK-END-FLG
             NOT  AT  END
               ADD  +1  TO  TOK-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  得意先１件判定処理
      ********************************************************
       TOKU-HANTEI-RTN            SECTION.
           MOVE  SPACE  TO  WK-KYUMIN-FLG  WK-GENSHO-FLG.
      *    休眠（最終受注日からの経過日数）
           PERFORM  LAST-DATE-RTN.
           MOVE  ZERO  TO  WK-KEIKA-DAYS.
           IF  WK-LAST-DATE  NOT  =  ZERO
             COMPUTE  WK-KEIKA-DAYS  =
                      FUNCTION  INTEGER-OF-DATE  (WK-PC-DATE8)
                      -  FUNCTION  INTEGER-OF-DATE  (WK-LAST-DATE)
             IF  WK-KEIKA-DAYS  >=  WK-KYUMIN-DAYS
               MOVE  "1"  TO  WK-KYUMIN-FLG
               ADD  +1  TO  KYUMIN-CNT
             END-IF
           END-IF.
      *    減少（直近３期間と前年同期間の売上合計）
           MOVE  +0  TO  WK-KON-KIN  WK-ZEN-KIN.
           PERFORM  KINGAKU-RTN
             VARYING  WK-KIKAN-IDX  FROM  1  BY  1
               UNTIL  WK-KIKAN-IDX  >  3.
           IF  WK-ZEN-KIN  >  ZERO
             COMPUTE  WK-GENSHO-LIMIT  ROUNDED  =
                      WK-ZEN-KIN  *  (100  -  WK-GENSHO-RITU)  /  100
             IF  WK-KON-KIN  <  WK-GENSHO-LIMIT
               MOVE  "1"  TO  WK-GENSHO-FLG
               ADD  +1  TO  GENSHO-CNT
             END-IF
           END-IF.
           IF  WK-KYUMIN-FLG  =  SPACE
             AND  WK-GENSHO-FLG  =  SPACE
               GO  TO  NEXT-READ
           END-IF.
           MOVE  SPACE               TO  SRT-REC.
           PERFORM  TANTO-RTN.
           MOVE  CFTOK-TOKU-COD      TO  SRT-TOKU-COD.
           MOVE  CFTOK-TOKU-MEI      TO  SRT-TOKU-MEI.
           MOVE  WK-KYUMIN-FLG       TO  SRT-KYUMIN-FLG.
           MOVE  WK-GENSHO-FLG       TO  SRT-GENSHO-FLG.
           MOVE  WK-LAST-DATE        TO  SRT-LAST-DATE.
           MOVE  WK-KEIKA-DAYS       TO  SRT-KEIKA-DAYS.
           MOVE  WK-LAST-SHOHIN-NO   TO  SRT-SHOHIN-NO.
           MOVE  WK-KON-KIN          TO  SRT-KON-KIN.
           MOVE  WK-ZEN-KIN          TO  SRT-ZEN-KIN.
           MOVE  CFTOK-URIKAKE-ZAN   TO  SRT-URIKAKE-ZAN.
           RELEASE  SRT-REC.
       NEXT-READ.
           PERFORM  TOK-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  最終受注取得処理（購買実績の最終受注日が最も新しい
      *  商品。同日の商品が複数あれば商品番号の小さい方）
      ********************************************************
       LAST-DATE-RTN              SECTION.
           MOVE  ZERO   TO  WK-LAST-DATE.
           MOVE  SPACE  TO  WK-LAST-SHOHIN-NO.
           MOVE  "0"    TO  BHS-END-FLG.
           MOVE  CFTOK-TOKU-COD  TO  UF200-TOKU-COD.
           MOVE  LOW-VALUE       TO  UF200-SHOHIN-NO.
           START  BHS-FILE  KEY  >=  UF200-KEY
             INVALID  KEY
               MOVE  "1"  TO  BHS-END-FLG
           END-START.
           PERFORM  BHS-READ-RTN  UNTIL  BHS-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  購買実績読込処理
      ********************************************************
       BHS-READ-RTN               SECTION.
           READ  BHS-FILE  NEXT
             AT  END
               MOVE  "1"  TO  BHS-END-FLG
               GO  TO  EXT
           END-READ.
           IF  UF200-TOKU-COD  NOT  =  CFTOK-TOKU-COD
             MOVE  "1"  TO  BHS-END-FLG
             GO  TO  EXT
           END-IF.
           IF  UF200-LAST-DATE  >  WK-LAST-DATE
             MOVE  UF200-LAST-DATE  TO  WK-LAST-DATE
             MOVE  UF200-SHOHIN-NO  TO  WK-LAST-SHOHIN-NO
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  期間別売上集計処理（履歴の無い期間はゼロ）
      ********************************************************
       KINGAKU-RTN                SECTION.
           MOVE  CFTOK-TOKU-COD  TO  UF025-TOKU-COD.
           MOVE  WK-KON-YM  (WK-KIKAN-IDX)  TO  UF025-JUCHU-DATE.
           READ  HIS-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               ADD  UF025-KINGAKU  TO  WK-KON-KIN
           END-READ.
           MOVE  CFTOK-TOKU-COD  TO  UF025-TOKU-COD.
           MOVE  WK-ZEN-YM  (WK-KIKAN-IDX)  TO  UF025-JUCHU-DATE.
           READ  HIS-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               ADD  UF025-KINGAKU  TO  WK-ZEN-KIN
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  担当営業員取得処理（テリトリ割当→販売テリトリの現任
      *  担当。未割当は空白）
      ********************************************************
       TANTO-RTN                  SECTION.
           MOVE  SPACE  TO  SRT-EIGYO-COD  SRT-EIGYO-MEI.
           MOVE  CFTOK-TOKU-COD  TO  CFTRA-TOKU-COD.
           READ  TRA-FILE
             INVALID  KEY
               MOVE  "（テリトリ未割当）"  TO  SRT-EIGYO-MEI
               GO  TO  EXT
           END-READ.
           MOVE  CFTRA-TERR-COD  TO  CFTRR-TERR-COD.
           READ  TRR-FILE
             INVALID  KEY
               MOVE  "（テリトリ未登録）"  TO  SRT-EIGYO-MEI
               GO  TO  EXT
           END-READ.
           MOVE  CFTRR-EIGYO-COD  TO  SRT-EIGYO-COD.
           MOVE  CFTRR-EIGYO-COD  TO  CFEGY-EIGYO-COD.
           READ  EGY-FILE
             INVALID  KEY
               MOVE  "（営業員未登録）"    TO  SRT-EIGYO-MEI
             NOT  INVALID  KEY
               MOVE  CFEGY-EIGYO-MEI       TO  SRT-EIGYO-MEI
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  リスト印字処理（出力側。担当営業員が変わるごとに改頁
      *  し、営業員ごとの該当件数を印字する）
      ********************************************************
       LIST-RTN                   SECTION.
           PERFORM  SRT-RETURN-RTN.
           PERFORM  MEISAI-RTN  UNTIL  SRT-END-FLG  =  "1".
           IF  WK-OLD-EIGYO-COD  NOT  =  LOW-VALUE
             PERFORM  EIGYO-KEI-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  ソート結果入力処理
      ********************************************************
       SRT-RETURN-RTN             SECTION.
           RETURN  SRT-FILE
             AT  END
               MOVE  "1"  TO  SRT-END-FLG
           END-RETURN.
       EXT.
           EXIT.
      ********************************************************
      *  明細印字処理
      ********************************************************
       MEISAI-RTN                 SECTION.
           IF  SRT-EIGYO-COD  NOT  =  WK-OLD-EIGYO-COD
             IF  WK-OLD-EIGYO-COD  NOT  =  LOW-VALUE
               PERFORM  EIGYO-KEI-RTN
             END-IF
             MOVE  SRT-EIGYO-COD  TO  WK-OLD-EIGYO-COD
             MOVE  SRT-EIGYO-COD  TO  H2-EIGYO-COD
             MOVE  SRT-EIGYO-MEI  TO  H2-EIGYO-MEI
             MOVE  +0  TO  WK-EIGYO-KEN
             PERFORM  MIDASHI-RTN
           END-IF.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  SRT-TOKU-COD  TO  D1-TOKU-COD.
           MOVE  SRT-TOKU-MEI  TO  D1-TOKU-MEI.
           EVALUATE  TRUE
             WHEN  SRT-KYUMIN-FLG  =  "1"  AND  SRT-GENSHO-FLG  =  "1"
               MOVE  "休眠・減少"  TO  D1-KBN
             WHEN  SRT-KYUMIN-FLG  =  "1"
               MOVE  "休眠"        TO  D1-KBN
             WHEN  OTHER
               MOVE  "減少"        TO  D1-KBN
           END-EVALUATE.
           IF  SRT-LAST-DATE  =  ZERO
             MOVE  SPACE  TO  D1-LAST-DATE-X  D1-KEIKA-DAYS-X
                              D1-SHOHIN-NO   D1-SHOHIN-MEI
           ELSE
             MOVE  SRT-LAST-DATE   TO  D1-LAST-DATE
             MOVE  SRT-KEIKA-DAYS  TO  D1-KEIKA-DAYS
             MOVE  SRT-SHOHIN-NO   TO  D1-SHOHIN-NO
             PERFORM  SHOHIN-MEI-RTN
           END-IF.
           MOVE  SRT-KON-KIN  TO  D1-KON-KIN.
           MOVE  SRT-ZEN-KIN  TO  D1-ZEN-KIN.
           IF  SRT-ZEN-KIN  NOT  =  ZERO
             COMPUTE  WK-HENKA-RITU  ROUNDED  =
                      (SRT-KON-KIN  -  SRT-ZEN-KIN)
                      *  100  /  SRT-ZEN-KIN
             MOVE  WK-HENKA-RITU  TO  D1-RITU
           ELSE
             MOVE  "    ---"  TO  D1-RITU-X
           END-IF.
           MOVE  SRT-URIKAKE-ZAN  TO  D1-URIKAKE-ZAN.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
           ADD  +1  TO  OEF-CNT.
           ADD  +1  TO  WK-EIGYO-KEN.
           PERFORM  SRT-RETURN-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  商品名補記処理（商品マスタに無い商品は空白）
      ********************************************************
       SHOHIN-MEI-RTN             SECTION.
           MOVE  SRT-SHOHIN-NO  TO  CFSHO-SHOHIN-NO.
           READ  SHO-FILE
             INVALID  KEY
               MOVE  SPACE             TO  D1-SHOHIN-MEI
             NOT  INVALID  KEY
               MOVE  CFSHO-SHOHIN-MEI  TO  D1-SHOHIN-MEI
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  担当営業員計印字処理
      ********************************************************
       EIGYO-KEI-RTN              SECTION.
           MOVE  WK-EIGYO-KEN  TO  D2-KEN.
           MOVE  D2-EIGYO-KEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           ADD  +2  TO  LINE-CNT.
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
           MOVE  H2-EIGYO  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  H3-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           ADD  +5  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  TOK-FILE  HIS-FILE  BHS-FILE  SHO-FILE  TRA-FILE
                  TRR-FILE  EGY-FILE  OEF-FILE.
           DISPLAY  "*** TOK-CNT   ="  TOK-CNT.
           DISPLAY  "*** KYUMIN-CNT="  KYUMIN-CNT.
           DISPLAY  "*** GENSHO-CNT="  GENSHO-CNT.
           DISPLAY  "*** OEF-CNT   ="  OEF-CNT.
           DISPLAY  "*** KUBM335  END ***".
       EXT.
           EXIT.
