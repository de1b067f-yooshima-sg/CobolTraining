      * サブシステム名：売上
      * プログラム名  ：得意先請求明細作成
      * 作成日／作成者：２０２６年８月８日  システム技研
      * 変更日／変更者：２０２６年１０月１５日  システム技研
      *       変更内容：前受金のお預り金残高を印字する
      *               ：会社別の作成と請求元の会社名・登録番号の印字
      *               ：印字した請求明細書を発行文書保存へ保存する
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  MAE-FILE  ASSIGN  TO  MAE
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  MAE-TOKU-COD.
           SELECT  KAI-FILE  ASSIGN  TO  KAI
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFKAI-KAISHA-COD.
           SELECT  OEF-FILE  ASSIGN  TO  OEF.
      *
       DATA                       DIVISION.
       FD  TKM-FILE.
       01  TKM-REC.
           COPY  KCCFTOK.
      *    前受金台帳（未充当の預かり残高を売掛とは別に印字する）
       FD  MAE-FILE.
       01  MAE-REC.
           COPY  KUCF180.
      *    会社マスタ（請求元の会社名・登録番号を印字する）
       FD  KAI-FILE.
       01  KAI-REC.
           COPY  KCCFKAI.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
       WORKING-STORAGE            SECTION.
       01  WK-ZAN-FOUND-FLG       PIC   X(1)          VALUE  "N".
       01  WK-ZENGETSU-ZAN        PIC S9(9)           VALUE  ZERO.
       01  WK-TOUGETSU-ZAN        PIC S9(9)           VALUE  ZERO.
      *    会社別発行（環境変数KUBM070_KAISHAに会社コードを指定
      *    すると、その会社の得意先分だけを作成する。省略時は
      *    全社分を作成し、いずれも請求元として各社の会社名・
      *    登録番号を印字する。会社コードは請求の会社コード、
      *    空白なら得意先マスタの会社コード、それも空白なら"01"）
       01  WK-KAISHA-OPT          PIC   X(2)          VALUE  SPACE.
       01  WK-KAISHA-COD          PIC   X(2)          VALUE  SPACE.
       01  WK-KAI-CUR-COD         PIC   X(2)          VALUE  SPACE.
       01  SKIP-CNT               PIC  S9(9)  COMP-3  VALUE  +0.
      *    発行文書保存（印字した請求明細書を１通ずつ文書保存
      *    サービスへ保存する。文書番号は得意先コード＋対象年月、
      *    合算請求書は親得意先コード＋対象年月）
       01  HOZON-ERR-CNT          PIC  S9(9)  COMP-3  VALUE  +0.
       01  WK-DOC-NO.
         02  WK-DOC-TOKU-COD      PIC   X(4)          VALUE  SPACE.
         02  WK-DOC-YM            PIC   X(6)          VALUE  SPACE.
       01  WK-KAIGYO              PIC   X(1)          VALUE  SPACE.
       01  WK-KAIGYO-SU  REDEFINES  WK-KAIGYO
                                  PIC   9(1).
           COPY  KCBS060P.
      *    グループ合算請求書オプション（環境変数KUBM070_GROUPが
      *    "1"のとき、親得意先コードを持つ店舗の明細を控えておき、
      *    通常の店舗別請求書の後に親（本部）単位の合算請求書を
       01  WK-GRP-TBL.
         02  WK-GRP-ENT           OCCURS  500  TIMES.
           03  WK-GRP-PARENT-COD  PIC   X(4).
           03  WK-GRP-KAISHA-COD  PIC   X(2).
           03  WK-GRP-TOKU-COD    PIC   X(4).
           03  WK-GRP-YM          PIC   X(6).
           03  WK-GRP-KINGAKU     PIC  S9(9).
       01  WK-GRP-GOKEI-KINGAKU   PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-GRP-GOKEI-ZAN       PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-GRP-CUR-PARENT      PIC   X(4)          VALUE  SPACE.
       01  WK-GRP-CUR-KAISHA      PIC   X(2)          VALUE  SPACE.
      *    EXEC SQL用ホスト変数（得意先残高マスタ ktbltok の照会）
           EXEC  SQL  BEGIN  DECLARE  SECTION  END-EXEC.
       COPY  KCCMTOK.
         02  FILLER               PIC   X(1)   VALUE  "/".
         02  H2-URIKAKE-MM        PIC   X(2).
         02  FILLER               PIC   X(89) VALUE  SPACE.
       01  H3-SEIKYUMOTO.
         02  FILLER               PIC   X(8)   VALUE  "請求元：".
         02  FILLER               PIC   X(1)   VALUE  SPACE.
         02  H3-KAISHA-MEI        PIC   X(40)  VALUE  SPACE.
         02  FILLER               PIC   X(1)   VALUE  SPACE.
         02  FILLER               PIC   X(10)  VALUE  "登録番号：".
         02  H3-TOROKU-NO         PIC   X(14)  VALUE  SPACE.
         02  FILLER               PIC   X(61)  VALUE  SPACE.
      * 明細
       01  D1-ZENGETSU.
         02  FILLER               PIC   X(10)  VALUE  SPACE.
                                       "当月末売掛残高　".
         02  D3-ZAN               PIC  --,---,---,--9.
         02  FILLER               PIC   X(93)  VALUE  SPACE.
       01  D4-MAEUKE.
         02  FILLER               PIC   X(10)  VALUE  SPACE.
         02  FILLER               PIC   X(16)  VALUE
                                       "お預り金残高　　".
         02  D4-ZAN               PIC  --,---,---,--9.
         02  FILLER               PIC   X(2)   VALUE  SPACE.
         02  FILLER               PIC   X(10)  VALUE  "（前受金・".
         02  FILLER               PIC   X(20)  VALUE
                                       "次回ご請求へ充当）".
         02  FILLER               PIC   X(61)  VALUE  SPACE.
      * グループ合算請求書見出し・明細
       01  G1-OOMIDASHI.
         02  FILLER               PIC   X(10)  VALUE  SPACE.
         02  FILLER               PIC   X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC   X(2)   VALUE  SPACE.
         02  FILLER               PIC   X(12)  VALUE
                                       "グループ合算".
         02  FILLER               PIC   X(12)  VALUE
                                       "ご請求明細書".
         02  FILLER               PIC   X(2)   VALUE  SPACE.
         02  FILLER               PIC   X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC   X(85)  VALUE  SPACE.
           DISPLAY  "*** KUBM070 START ***".
           OPEN  INPUT   ITF-FILE.
           OPEN  INPUT   TKM-FILE.
           OPEN  INPUT   MAE-FILE.
           OPEN  INPUT   KAI-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE  FROM  DATE.
           MOVE  WK-PC-NEN  TO  H1-NEN.
           ACCEPT  USERNAME  FROM  ENVIRONMENT  "KUBM070_USERNAME".
           ACCEPT  PASSWORD  FROM  ENVIRONMENT  "KUBM070_PASSWORD".
           ACCEPT  WK-GROUP-OPT  FROM  ENVIRONMENT  "KUBM070_GROUP".
           ACCEPT  WK-KAISHA-OPT FROM  ENVIRONMENT  "KUBM070_KAISHA".
           EXEC  SQL
             CONNECT  :USERNAME
               IDENTIFIED  BY  :PASSWORD
      ********************************************************
       MEISAI-RTN                 SECTION.
           PERFORM  TOKU-LOOKUP-RTN.
           PERFORM  KAISHA-SET-RTN.
           IF  WK-KAISHA-OPT  NOT  =  SPACE
             AND  WK-KAISHA-COD  NOT  =  WK-KAISHA-OPT
               ADD  +1  TO  SKIP-CNT
               PERFORM  READ-RTN
               GO  TO  EXT
           END-IF.
           PERFORM  KAI-LOOKUP-RTN.
           PERFORM  ZAN-LOOKUP-RTN.
           MOVE  "1"               TO  S060-DOC-KBN.
           MOVE  UF020-TOKU-COD    TO  WK-DOC-TOKU-COD.
           MOVE  UF020-JUCHU-DATE  TO  WK-DOC-YM.
           PERFORM  HOZON-START-RTN.
           PERFORM  MIDASHI-RTN.
           MOVE  WK-ZENGETSU-ZAN  TO  D1-ZENGETSU-ZAN.
           MOVE  D1-ZENGETSU      TO  OEF-REC.
           MOVE  "2"  TO  WK-KAIGYO.
           PERFORM  OEF-WRITE-RTN.
           ADD  +1  TO  OEF-CNT.
           MOVE  UF020-KINGAKU    TO  D2-KINGAKU.
           MOVE  D2-TOUGETSU-URIAGE  TO  OEF-REC.
           MOVE  "1"  TO  WK-KAIGYO.
           PERFORM  OEF-WRITE-RTN.
           ADD  +1  TO  OEF-CNT.
           MOVE  WK-TOUGETSU-ZAN  TO  D3-ZAN.
           MOVE  D3-TOUGETSU-ZAN  TO  OEF-REC.
           MOVE  "2"  TO  WK-KAIGYO.
           PERFORM  OEF-WRITE-RTN.
           ADD  +1  TO  OEF-CNT.
           PERFORM  MAEUKE-PRINT-RTN.
           MOVE  UF020-KINGAKU     TO  S060-KINGAKU.
           PERFORM  HOZON-END-RTN.
           IF  WK-GROUP-OPT  =  "1"
             PERFORM  GROUP-STASH-RTN
           END-IF.
             INVALID  KEY
               MOVE  SPACE  TO  CFTOK-TOKU-MEI
               MOVE  SPACE  TO  CFTOK-PARENT-COD
               MOVE  SPACE  TO  CFTOK-KAISHA-COD
             NOT  INVALID  KEY
               CONTINUE
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 会社コード決定処理（請求の会社コード、空白なら得意先
      * マスタの会社コード、それも空白なら"01"とする）
      ********************************************************
       KAISHA-SET-RTN              SECTION.
           MOVE  UF020-KAISHA-COD  TO  WK-KAISHA-COD.
           IF  WK-KAISHA-COD  =  SPACE
             MOVE  CFTOK-KAISHA-COD  TO  WK-KAISHA-COD
           END-IF.
           IF  WK-KAISHA-COD  =  SPACE
             MOVE  "01"  TO  WK-KAISHA-COD
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 会社マスタ参照処理（ＷＫ−ＫＡＩＳＨＡ−ＣＯＤの会社名・
      * 登録番号を請求元行へ設定する。前回と同じ会社なら読まない。
      * 未登録の会社は会社コードだけを印字する）
      ********************************************************
       KAI-LOOKUP-RTN              SECTION.
           IF  WK-KAISHA-COD  =  WK-KAI-CUR-COD
             GO  TO  EXT
           END-IF.
           MOVE  WK-KAISHA-COD  TO  WK-KAI-CUR-COD
                                    CFKAI-KAISHA-COD.
           READ  KAI-FILE
             INVALID  KEY
               MOVE  WK-KAISHA-COD  TO  H3-KAISHA-MEI
               MOVE  SPACE          TO  H3-TOROKU-NO
             NOT  INVALID  KEY
               MOVE  CFKAI-KAISHA-MEI  TO  H3-KAISHA-MEI
               MOVE  CFKAI-TOROKU-NO   TO  H3-TOROKU-NO
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * お預り金残高印字処理（前受金台帳に未充当の預かり残高が
      * ある得意先だけ、売掛残高とは別行で印字する）
      ********************************************************
       MAEUKE-PRINT-RTN            SECTION.
           MOVE  UF020-TOKU-COD  TO  MAE-TOKU-COD.
           READ  MAE-FILE
             INVALID  KEY
               GO  TO  EXT
           END-READ.
           IF  MAE-ZAN  >  ZERO
             MOVE  MAE-ZAN          TO  D4-ZAN
             MOVE  D4-MAEUKE        TO  OEF-REC
             MOVE  "1"  TO  WK-KAIGYO
             PERFORM  OEF-WRITE-RTN
             ADD  +1  TO  OEF-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 得意先残高マスタ照会処理（前月繰越・当月末残高の取得）
      * 該当行が無い場合は、繰越残高ゼロ・当月末残高は当月請求額
      * のみとみなす
           ADD   +1  TO  PAGE-CNT.
           MOVE  PAGE-CNT         TO  H1-PAGE-NO.
           MOVE  H1-OOMIDASHI     TO  OEF-REC.
           MOVE  "P"  TO  WK-KAIGYO.
           PERFORM  OEF-WRITE-RTN.
           ADD  +1  TO  OEF-CNT.
           MOVE  UF020-TOKU-COD   TO  H2-TOKU-COD.
           MOVE  CFTOK-TOKU-MEI   TO  H2-TOKU-MEI.
           MOVE  UF020-JUCHU-YY   TO  H2-URIKAKE-YY.
           MOVE  UF020-JUCHU-MM   TO  H2-URIKAKE-MM.
           MOVE  H2-OOMIDASHI     TO  OEF-REC.
           MOVE  "2"  TO  WK-KAIGYO.
           PERFORM  OEF-WRITE-RTN.
           ADD  +1  TO  OEF-CNT.
           MOVE  H3-SEIKYUMOTO    TO  OEF-REC.
           MOVE  "1"  TO  WK-KAIGYO.
           PERFORM  OEF-WRITE-RTN.
           ADD  +1  TO  OEF-CNT.
       EXT.
           EXIT.
               ADD  +1  TO  WK-GRP-CNT
               MOVE  CFTOK-PARENT-COD  TO
                     WK-GRP-PARENT-COD  (WK-GRP-CNT)
               MOVE  WK-KAISHA-COD     TO
                     WK-GRP-KAISHA-COD  (WK-GRP-CNT)
               MOVE  UF020-TOKU-COD    TO
                     WK-GRP-TOKU-COD    (WK-GRP-CNT)
               MOVE  UF020-JUCHU-DATE  TO
       EXT.
           EXIT.
      ********************************************************
      * グループ合算印字制御処理（控えた明細を親得意先・会社
      * ごとにまとめ、店舗別小計と総合計・残高を１通に印字する）
      ********************************************************
       GROUP-PRINT-CTL-RTN         SECTION.
           PERFORM  VARYING  WK-GRP-IDX  FROM  1  BY  1
             IF  WK-GRP-DONE-FLG  (WK-GRP-IDX)  =  SPACE
               MOVE  WK-GRP-PARENT-COD  (WK-GRP-IDX)  TO
                     WK-GRP-CUR-PARENT
               MOVE  WK-GRP-KAISHA-COD  (WK-GRP-IDX)  TO
                     WK-GRP-CUR-KAISHA
               PERFORM  GROUP-PRINT-RTN
             END-IF
           END-PERFORM.
           EXIT.
      ********************************************************
      * グループ合算印字処理（ＷＫ−ＧＲＰ−ＣＵＲ−ＰＡＲＥＮＴ
      * の親得意先・ＷＫ−ＧＲＰ−ＣＵＲ−ＫＡＩＳＨＡの会社
      * １件分を印字する）
      ********************************************************
       GROUP-PRINT-RTN             SECTION.
           MOVE  "2"                TO  S060-DOC-KBN.
           MOVE  WK-GRP-CUR-PARENT  TO  WK-DOC-TOKU-COD.
           MOVE  WK-GRP-YM  (WK-GRP-IDX)  TO  WK-DOC-YM.
           PERFORM  HOZON-START-RTN.
           ADD   +1  TO  PAGE-CNT.
           MOVE  G1-OOMIDASHI     TO  OEF-REC.
           MOVE  "P"  TO  WK-KAIGYO.
           PERFORM  OEF-WRITE-RTN.
           ADD  +1  TO  OEF-CNT.
           MOVE  WK-GRP-CUR-PARENT  TO  G2-PARENT-COD
                                        CFTOK-TOKU-COD.
               MOVE  CFTOK-TOKU-MEI  TO  G2-PARENT-MEI
           END-READ.
           MOVE  G2-OOMIDASHI     TO  OEF-REC.
           MOVE  "2"  TO  WK-KAIGYO.
           PERFORM  OEF-WRITE-RTN.
           ADD  +1  TO  OEF-CNT.
           MOVE  WK-GRP-CUR-KAISHA  TO  WK-KAISHA-COD.
           PERFORM  KAI-LOOKUP-RTN.
           MOVE  H3-SEIKYUMOTO    TO  OEF-REC.
           MOVE  "1"  TO  WK-KAIGYO.
           PERFORM  OEF-WRITE-RTN.
           ADD  +1  TO  OEF-CNT.
           MOVE  +0  TO  WK-GRP-GOKEI-KINGAKU.
           MOVE  +0  TO  WK-GRP-GOKEI-ZAN.
             IF  WK-GRP-DONE-FLG  (WK-GRP-JDX)  =  SPACE
               AND  WK-GRP-PARENT-COD  (WK-GRP-JDX)  =
                    WK-GRP-CUR-PARENT
               AND  WK-GRP-KAISHA-COD  (WK-GRP-JDX)  =
                    WK-GRP-CUR-KAISHA
                 PERFORM  GROUP-MEISAI-RTN
             END-IF
           END-PERFORM.
           MOVE  WK-GRP-GOKEI-KINGAKU  TO  G4-KINGAKU.
           MOVE  WK-GRP-GOKEI-ZAN      TO  G4-ZAN.
           MOVE  G4-GOKEI              TO  OEF-REC.
           MOVE  "2"  TO  WK-KAIGYO.
           PERFORM  OEF-WRITE-RTN.
           ADD  +1  TO  OEF-CNT.
           MOVE  WK-GRP-GOKEI-KINGAKU  TO  S060-KINGAKU.
           PERFORM  HOZON-END-RTN.
       EXT.
           EXIT.
      ********************************************************
           MOVE  WK-GRP-KINGAKU  (WK-GRP-JDX)  TO  G3-KINGAKU.
           MOVE  WK-GRP-ZAN      (WK-GRP-JDX)  TO  G3-ZAN.
           MOVE  G3-MEISAI  TO  OEF-REC.
           MOVE  "1"  TO  WK-KAIGYO.
           PERFORM  OEF-WRITE-RTN.
           ADD  +1  TO  OEF-CNT.
           ADD  WK-GRP-KINGAKU  (WK-GRP-JDX)  TO
                WK-GRP-GOKEI-KINGAKU.
       EXT.
           EXIT.
      ********************************************************
      * 印字・保存処理（OEF-RECをWK-KAIGYOの改行区分で印字し、
      * 同じ行を発行文書保存へ書く。"P"は改ページ、数字は行送り）
      ********************************************************
       OEF-WRITE-RTN               SECTION.
           IF  WK-KAIGYO  =  "P"
             WRITE  OEF-REC  AFTER  PAGE
           ELSE
             WRITE  OEF-REC  AFTER  WK-KAIGYO-SU
           END-IF.
           MOVE  "2"        TO  S060-FUNC.
           MOVE  WK-KAIGYO  TO  S060-KAIGYO.
           MOVE  OEF-REC    TO  S060-LINE.
           CALL  "KCBS060"  USING  KCBS060-P1.
           IF  S060-RCD  NOT  =  SPACE
             ADD  +1  TO  HOZON-ERR-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 文書保存開始処理（S060-DOC-KBNとWK-DOC-NOで開始する）
      ********************************************************
       HOZON-START-RTN             SECTION.
           MOVE  "1"        TO  S060-FUNC.
           MOVE  WK-DOC-NO  TO  S060-DOC-NO.
           CALL  "KCBS060"  USING  KCBS060-P1.
           IF  S060-RCD  NOT  =  SPACE
             ADD  +1  TO  HOZON-ERR-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 文書保存終了処理（S060-KINGAKUを設定して呼ぶ。得意先は
      * 文書番号の得意先、会社はＷＫ−ＫＡＩＳＨＡ−ＣＯＤ）
      ********************************************************
       HOZON-END-RTN               SECTION.
           MOVE  "3"              TO  S060-FUNC.
           MOVE  WK-DOC-TOKU-COD  TO  S060-TOKU-COD.
           MOVE  WK-KAISHA-COD    TO  S060-KAISHA-COD.
           MOVE  "KUBM070"        TO  S060-PGM-ID.
           CALL  "KCBS060"  USING  KCBS060-P1.
           IF  S060-RCD  NOT  =  SPACE
             ADD  +1  TO  HOZON-ERR-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 強制終了処理
      ********************************************************
       KYOUSEI-END-RTN             SECTION.
           CLOSE  ITF-FILE  TKM-FILE  MAE-FILE  KAI-FILE  OEF-FILE.
           EXEC  SQL
             DISCONNECT  ALL
           END-EXEC.
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           MOVE  "9"  TO  S060-FUNC.
           CALL  "KCBS060"  USING  KCBS060-P1.
           CLOSE  ITF-FILE  TKM-FILE  MAE-FILE  KAI-FILE  OEF-FILE.
           EXEC  SQL
             DISCONNECT  ALL
           END-EXEC.
           DISPLAY  "*** ITF-CNT="  ITF-CNT.
           DISPLAY  "*** SKIP-CNT=" SKIP-CNT.
           DISPLAY  "*** OEF-CNT="  OEF-CNT.
           IF  HOZON-ERR-CNT  >  0
             DISPLAY  "*** KUBM070 HOZON ERROR CNT="  HOZON-ERR-CNT
                      " ***"
           END-IF.
           DISPLAY  "*** KUBM070   END ***".
       EXT.
           EXIT.
