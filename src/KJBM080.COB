      *  変更日／変更者    ：２０２６年９月　２日  システム技研
      *        変更内容    ：最低残存日数・代替許可・回収サイト
      *                      ・運賃請求区分を申請から転記する
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：早期支払割引条件・相殺先仕入先・
      *                      貸倒区分・遅延損害金条件・前受取引
      *                      先フラグ・委託在庫場所・輸出取引
      *                      条件を申請から転記する
      *                    ：適用日が将来日付の変更を保留登録する
      *                    ：郵便番号の存在確認と住所の照合を追加
      *                    ：会社コードを申請から転記し、会社マスタ
      *                      で登録を確認する
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  JF030-JUCHU-KEY.
           SELECT  PCH-FILE  ASSIGN  TO  EXTERNAL  PCH
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  JF370-KEY.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
           SELECT  KAI-FILE  ASSIGN  TO  EXTERNAL  KAI
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFKAI-KAISHA-COD.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  HIS-FILE.
       01  HIS-REC.
           COPY  KJCF030.
      *    保留変更ファイル（適用日が将来日付の変更申請の控え）
       FD  PCH-FILE.
       01  PCH-REC.
           COPY  KJCF370.
      *    削除保護リジェクト一覧（郵便番号エラー・住所警告も印字）
       FD  OEF-FILE.
       01  OEF-REC                 PIC  X(135).
      *    会社マスタ（会社コードの登録確認用）
       FD  KAI-FILE.
       01  KAI-REC.
           COPY  KCCFKAI.
      *
       WORKING-STORAGE             SECTION.
       01  ITF-END-FLG             PIC  X(1)          VALUE  "0".
       01  CHG-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  DEL-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  ERR-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  PCH-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  WK-PCH-FLG              PIC  X(01)          VALUE  SPACE.
       01  WK-PC-DATE.
         02  WK-PC-NEN             PIC   X(2).
         02  WK-PC-TUKI            PIC   X(2).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-RIYU              PIC  X(40).
         02  FILLER               PIC  X(79)  VALUE  SPACE.
      *  郵便番号エラー・住所警告明細（警告は郵便番号マスタの
      *  都道府県・市区町村を添える）
       01  D2-YUBIN.
         02  D2-KBN               PIC  X(16).
         02  D2-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-YUBIN-NO          PIC  X(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-RIYU              PIC  X(40).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-KEN-MEI           PIC  X(8).
         02  D2-SHI-MEI           PIC  X(24).
         02  FILLER               PIC  X(29)  VALUE  SPACE.
      *    郵便番号・住所照合連携パラメタ
           COPY  KCBS050P.
      *
      ********************************************************
      *  得意先マスタメンテナンス（追加／変更／削除）
           OPEN  INPUT   PND-FILE.
           OPEN  INPUT   SHK-FILE.
           OPEN  INPUT   HIS-FILE.
           OPEN  I-O     PCH-FILE.
           OPEN  OUTPUT  OEF-FILE.
           OPEN  INPUT   KAI-FILE.
           ACCEPT  WK-PC-DATE  FROM  DATE.
           MOVE  ZERO        TO  S010-P1-Y1.
           MOVE  WK-PC-NEN   TO  S010-D6-Y2.
      ********************************************************
      *  メンテナンス処理（承認ワークフローを経ていない申請
      *  （未承認・承認者未設定・申請者本人による承認）は
      *  エラー"4"で落とし、マスタへは適用しない。追加・変更は
      *  郵便番号を確認し、存在しない郵便番号はエラー"6"で落とす。
      *  会社マスタに無い会社コードはエラー"7"で落とす。適用日が処理
      *  日より後の変更申請は保留変更ファイルへ控えて区分"9"
      *  （保留登録済み）とし、追加・削除の将来日付はエラー"5"）
      ********************************************************
       MENTE-RTN                   SECTION.
           MOVE  ITF-REC  TO  OTF-REC.
                 JF050-APPLY-USER    OF  OTF-REC
               MOVE  "4"  TO  JF050-ERR-KBN  OF  OTF-REC
           ELSE
             IF  JF050-EFF-DATE  OF  OTF-REC  IS  NUMERIC
               AND  JF050-EFF-DATE  OF  OTF-REC  >  WK-RUN-DATE8
                 PERFORM  HORYU-RTN
             ELSE
               EVALUATE  JF050-ACTION-KBN  OF  OTF-REC
                 WHEN  "A"
                   PERFORM  YUBIN-CHECK-RTN
                   PERFORM  KAISHA-CHECK-RTN
                   IF  JF050-ERR-KBN  OF  OTF-REC  =  SPACE
                     PERFORM  ADD-RTN
                   END-IF
                 WHEN  "C"
                   PERFORM  YUBIN-CHECK-RTN
                   PERFORM  KAISHA-CHECK-RTN
                   IF  JF050-ERR-KBN  OF  OTF-REC  =  SPACE
                     PERFORM  CHANGE-RTN
                   END-IF
                 WHEN  "D"
                   PERFORM  DELETE-RTN
                 WHEN  OTHER
                   MOVE  "1"  TO  JF050-ERR-KBN  OF  OTF-REC
               END-EVALUATE
             END-IF
           END-IF.
           IF  JF050-ERR-KBN  OF  OTF-REC  NOT  =  SPACE
             AND  JF050-ERR-KBN  OF  OTF-REC  NOT  =  "9"
               ADD  +1  TO  ERR-CNT
           END-IF.
           WRITE  OTF-REC.
           PERFORM  ITF-READ-RTN.
                     CFTOK-PARENT-COD
               PERFORM  JUSHO-SET-RTN
               PERFORM  TORIHIKI-SET-RTN
               PERFORM  BOEKI-SET-RTN
               WRITE  IMF-REC
               ADD    +1              TO  ADD-CNT
               MOVE   SPACE           TO  LOG-BEFORE-IMAGE
       EXT.
           EXIT.
      ********************************************************
      *  保留登録処理（将来日付の変更申請を、得意先の存在を確か
      *  めてから申請イメージのまま保留変更ファイルへ控える。
      *  変更以外（追加・削除）は将来日付を受け付けない。
      *  マスタ・監査ログは適用日にKJBM430経由で更新される）
      ********************************************************
       HORYU-RTN                   SECTION.
           IF  JF050-ACTION-KBN  OF  OTF-REC  NOT  =  "C"
             MOVE  "5"  TO  JF050-ERR-KBN  OF  OTF-REC
             GO  TO  EXT
           END-IF.
           PERFORM  YUBIN-CHECK-RTN.
           PERFORM  KAISHA-CHECK-RTN.
           IF  JF050-ERR-KBN  OF  OTF-REC  NOT  =  SPACE
             GO  TO  EXT
           END-IF.
           MOVE  JF050-TOKU-COD  OF  OTF-REC  TO  CFTOK-TOKU-COD.
           READ  IMF-FILE
             INVALID  KEY
               MOVE  "2"  TO  JF050-ERR-KBN  OF  OTF-REC
               GO  TO  EXT
           END-READ.
           MOVE  SPACE                          TO  PCH-REC.
           MOVE  JF050-TOKU-COD  OF  OTF-REC    TO  JF370-TOKU-COD.
           MOVE  JF050-EFF-DATE  OF  OTF-REC    TO  JF370-EFF-DATE.
           MOVE  WK-RUN-DATE8                   TO  JF370-TOROKU-DATE.
           ACCEPT  JF370-TOROKU-TIME  FROM  TIME.
           MOVE  OTF-REC                        TO  JF370-JF050-IMAGE.
           MOVE  SPACE  TO  WK-PCH-FLG.
           PERFORM  PCH-WRITE-RTN  UNTIL  WK-PCH-FLG  =  "1".
           MOVE  "9"  TO  JF050-ERR-KBN  OF  OTF-REC.
           ADD  +1  TO  PCH-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  保留変更書込処理（同一キーがあれば登録時刻を進める）
      ********************************************************
       PCH-WRITE-RTN               SECTION.
           WRITE  PCH-REC
             INVALID  KEY
               ADD  1  TO  JF370-TOROKU-TIME
             NOT  INVALID  KEY
               MOVE  "1"  TO  WK-PCH-FLG
           END-WRITE.
       EXT.
           EXIT.
      ********************************************************
      *  変更処理
      ********************************************************
       CHANGE-RTN                  SECTION.
                     CFTOK-PARENT-COD
               PERFORM  JUSHO-SET-RTN
               PERFORM  TORIHIKI-SET-RTN
               PERFORM  BOEKI-SET-RTN
               REWRITE  IMF-REC
               ADD    +1              TO  CHG-CNT
               MOVE   IMF-REC         TO  LOG-AFTER-IMAGE
       EXT.
           EXIT.
      ********************************************************
      *  郵便番号確認処理（郵便番号・住所照合（KCBS050）で、形式
      *  不正・郵便番号マスタに無い郵便番号はエラー"6"で落とし、
      *  住所の都道府県・市区町村が郵便番号と一致しないものは
      *  適用したうえで警告を一覧へ印字する。空白は確認しない）
      ********************************************************
       YUBIN-CHECK-RTN             SECTION.
           MOVE  JF050-YUBIN-NO  OF  OTF-REC  TO  S050-YUBIN-NO.
           MOVE  JF050-JUSHO     OF  OTF-REC  TO  S050-JUSHO.
           CALL  "KCBS050"  USING  KCBS050-P1.
           EVALUATE  S050-RCD
             WHEN  "2"
               MOVE  "6"  TO  JF050-ERR-KBN  OF  OTF-REC
               MOVE  "郵便番号エラー："            TO  D2-KBN
               MOVE  "郵便番号の形式が正しくありません"
                                                  TO  D2-RIYU
               PERFORM  YUBIN-PRINT-RTN
             WHEN  "3"
               MOVE  "6"  TO  JF050-ERR-KBN  OF  OTF-REC
               MOVE  "郵便番号エラー："            TO  D2-KBN
               MOVE  "郵便番号マスタにありません"
                                                  TO  D2-RIYU
               PERFORM  YUBIN-PRINT-RTN
             WHEN  "4"
               MOVE  "住所警告："                  TO  D2-KBN
               MOVE  "住所が郵便番号の地名と違います"
                                                  TO  D2-RIYU
               PERFORM  YUBIN-PRINT-RTN
           END-EVALUATE.
       EXT.
           EXIT.
      ********************************************************
      *  会社コード確認処理（会社マスタに無い会社コードはエラー
      *  "7"で落とす。郵便番号エラーで既に落ちた申請は確認しない。
      *  空白は"01"（従来からの会社）として確認しない）
      ********************************************************
       KAISHA-CHECK-RTN            SECTION.
           IF  JF050-ERR-KBN     OF  OTF-REC  NOT  =  SPACE
             OR  JF050-KAISHA-COD  OF  OTF-REC  =  SPACE
               GO  TO  EXT
           END-IF.
           MOVE  JF050-KAISHA-COD  OF  OTF-REC  TO  CFKAI-KAISHA-COD.
           READ  KAI-FILE
             INVALID  KEY
               MOVE  "7"  TO  JF050-ERR-KBN  OF  OTF-REC
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  郵便番号エラー・住所警告印字処理
      ********************************************************
       YUBIN-PRINT-RTN             SECTION.
           MOVE  JF050-TOKU-COD  OF  OTF-REC  TO  D2-TOKU-COD.
           MOVE  JF050-YUBIN-NO  OF  OTF-REC  TO  D2-YUBIN-NO.
           MOVE  S050-KEN-MEI                 TO  D2-KEN-MEI.
           MOVE  S050-SHI-MEI                 TO  D2-SHI-MEI.
           MOVE  D2-YUBIN  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  OEF-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  住所設定処理（申請の住所ブロックをマスタへ転記する）
      ********************************************************
       JUSHO-SET-RTN               SECTION.
           EXIT.
      ********************************************************
      *  取引条件設定処理（最低残存日数・代替許可・回収サイト・
      *  運賃請求区分／金額・早期支払割引条件・相殺先仕入先・
      *  会社コードを申請からマスタへ転記する。非数字の数値項目は
      *  ゼロ、区分外のフラグ・区分は空白として扱う）
      ********************************************************
       TORIHIKI-SET-RTN            SECTION.
           IF  JF050-MIN-ZANSON-DAYS  OF  OTF-REC  IS  NUMERIC
               MOVE  ZERO                        TO
                     CFTOK-UNCHIN-GAKU
           END-IF.
           IF  JF050-WARIBIKI-DAYS  OF  OTF-REC  IS  NUMERIC
               MOVE  JF050-WARIBIKI-DAYS  OF  OTF-REC  TO
                     CFTOK-WARIBIKI-DAYS
           ELSE
               MOVE  ZERO                        TO
                     CFTOK-WARIBIKI-DAYS
           END-IF.
           IF  JF050-WARIBIKI-RITU  OF  OTF-REC  IS  NUMERIC
               MOVE  JF050-WARIBIKI-RITU  OF  OTF-REC  TO
                     CFTOK-WARIBIKI-RITU
           ELSE
               MOVE  ZERO                        TO
                     CFTOK-WARIBIKI-RITU
           END-IF.
           MOVE  JF050-SOSAI-SIIRE-COD  OF  OTF-REC  TO
                 CFTOK-SOSAI-SIIRE-COD.
           IF  JF050-HASAN-KBN  OF  OTF-REC  =  "1"  OR  "2"
               MOVE  JF050-HASAN-KBN  OF  OTF-REC  TO
                     CFTOK-HASAN-KBN
           ELSE
               MOVE  SPACE                       TO
                     CFTOK-HASAN-KBN
           END-IF.
           IF  JF050-CHIEN-RITU  OF  OTF-REC  IS  NUMERIC
               MOVE  JF050-CHIEN-RITU  OF  OTF-REC  TO
                     CFTOK-CHIEN-RITU
           ELSE
               MOVE  ZERO                        TO
                     CFTOK-CHIEN-RITU
           END-IF.
           IF  JF050-CHIEN-YUYO-DAYS  OF  OTF-REC  IS  NUMERIC
               MOVE  JF050-CHIEN-YUYO-DAYS  OF  OTF-REC  TO
                     CFTOK-CHIEN-YUYO-DAYS
           ELSE
               MOVE  ZERO                        TO
                     CFTOK-CHIEN-YUYO-DAYS
           END-IF.
           MOVE  JF050-CHIEN-MENJO-FLG  OF  OTF-REC  TO
                 CFTOK-CHIEN-MENJO-FLG.
           IF  JF050-MAEUKE-FLG  OF  OTF-REC  =  "1"
               MOVE  "1"                         TO
                     CFTOK-MAEUKE-FLG
           ELSE
               MOVE  SPACE                       TO
                     CFTOK-MAEUKE-FLG
           END-IF.
           IF  JF050-ITAKU-WHS  OF  OTF-REC  =  "01"  OR  "02"
               MOVE  SPACE                       TO
                     CFTOK-ITAKU-WHS
           ELSE
               MOVE  JF050-ITAKU-WHS  OF  OTF-REC  TO
                     CFTOK-ITAKU-WHS
           END-IF.
           MOVE  JF050-KAISHA-COD  OF  OTF-REC  TO  CFTOK-KAISHA-COD.
       EXT.
           EXIT.
      ********************************************************
      *  輸出取引条件設定処理（インコタームズ・指定地・荷受人を
      *  申請からマスタへ転記する。インコタームズはICC 2020の
      *  １１条件以外を空白＝未設定として扱う）
      ********************************************************
       BOEKI-SET-RTN               SECTION.
           IF  JF050-INCOTERMS  OF  OTF-REC  =  "EXW"  OR  "FCA"
                 OR  "CPT"  OR  "CIP"  OR  "DAP"  OR  "DPU"  OR  "DDP"
                 OR  "FAS"  OR  "FOB"  OR  "CFR"  OR  "CIF"
               MOVE  JF050-INCOTERMS  OF  OTF-REC  TO
                     CFTOK-INCOTERMS
           ELSE
               MOVE  SPACE                       TO
                     CFTOK-INCOTERMS
           END-IF.
           MOVE  JF050-INCO-BASHO   OF  OTF-REC  TO  CFTOK-INCO-BASHO.
           MOVE  JF050-CNSG-MEI     OF  OTF-REC  TO  CFTOK-CNSG-MEI.
           MOVE  JF050-CNSG-JUSHO1  OF  OTF-REC  TO  CFTOK-CNSG-JUSHO1.
           MOVE  JF050-CNSG-JUSHO2  OF  OTF-REC  TO  CFTOK-CNSG-JUSHO2.
           MOVE  JF050-CNSG-KUNI    OF  OTF-REC  TO  CFTOK-CNSG-KUNI.
       EXT.
           EXIT.
      ********************************************************
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  ITF-FILE  IMF-FILE  OTF-FILE  LOG-FILE
                  PND-FILE  SHK-FILE  HIS-FILE  PCH-FILE  OEF-FILE
                  KAI-FILE.
           DISPLAY  "*** ITF-CNT="  ITF-CNT.
           DISPLAY  "*** ADD-CNT="  ADD-CNT.
           DISPLAY  "*** CHG-CNT="  CHG-CNT.
           DISPLAY  "*** DEL-CNT="  DEL-CNT.
           DISPLAY  "*** ERR-CNT="  ERR-CNT.
           DISPLAY  "*** PCH-CNT="  PCH-CNT.
           DISPLAY  "*** KJBM080  END ***".
       EXT.
           EXIT.
