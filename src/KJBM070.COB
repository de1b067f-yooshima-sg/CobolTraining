      *  サブシステム名    ：共通
      *  プログラム名      ：商品マスタメンテナンス
      *  作成日／作成者    ：２０２６年８月８日  システム技研
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：直送フラグを申請から転記する
      *                    ：危険物分類・国連番号・食品フラグを転記
      *                    ：ＨＳコード・原産国・英文品名を転記
      *                    ：商品分類コードを申請から転記する
      *                    ：シリアル管理フラグ・保証期間を転記
      *                    ：季節品フラグを申請から転記する
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFOPR-USER-ID.
           SELECT  BNR-FILE  ASSIGN  TO  EXTERNAL  BNR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFBNR-BUNRUI-COD.
           SELECT  MVJ-FILE  ASSIGN  TO  EXTERNAL  MVJ.
           SELECT  PND-FILE  ASSIGN  TO  EXTERNAL  PND
                   ORGANIZATION  IS  INDEXED
       FD  OPR-FILE.
       01  OPR-REC.
           COPY  KCCFOPR.
      *    商品分類マスタ（商品分類コードの存在確認用）
       FD  BNR-FILE.
       01  BNR-REC.
           COPY  KCCFBNR.
      *    在庫移動ジャーナル（メンテナンスによる在庫修正の証跡）
       FD  MVJ-FILE.
       01  MVJ-REC.
           OPEN  OUTPUT  LOG-FILE.
           OPEN  EXTEND  MVJ-FILE.
           OPEN  INPUT   PND-FILE.
           OPEN  INPUT   BNR-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE  FROM  DATE.
           MOVE  ZERO        TO  S010-P1-Y1.
      ********************************************************
      *  メンテナンス処理（承認ワークフローを経ていない申請
      *  （未承認・承認者未設定・申請者本人による承認）は
      *  エラー"4"で、追加・変更で商品分類コードが商品分類マスタ
      *  の小分類に無い申請はエラー"5"で落とし、マスタへは適用
      *  しない）
      ********************************************************
       MENTE-RTN                   SECTION.
           MOVE  ITF-REC  TO  OTF-REC.
           ELSE
             EVALUATE  JF040-ACTION-KBN  OF  OTF-REC
               WHEN  "A"
                 PERFORM  BUNRUI-CHECK-RTN
                 IF  JF040-ERR-KBN  OF  OTF-REC  =  SPACE
                   PERFORM  ADD-RTN
                 END-IF
               WHEN  "C"
                 PERFORM  BUNRUI-CHECK-RTN
                 IF  JF040-ERR-KBN  OF  OTF-REC  =  SPACE
                   PERFORM  CHANGE-RTN
                 END-IF
               WHEN  "D"
                 PERFORM  DELETE-RTN
               WHEN  OTHER
                     CFSHO-GENKA-EFF-DATE
               MOVE  ZERO                            TO
                     CFSHO-COST-HIST-TBL
               IF  JF040-CHOKUSO-FLG    OF  OTF-REC  =  "1"
                 MOVE  "1"                       TO  CFSHO-CHOKUSO-FLG
               ELSE
                 MOVE  SPACE                     TO  CFSHO-CHOKUSO-FLG
               END-IF
               PERFORM  KIKEN-SET-RTN
               PERFORM  TSUKAN-SET-RTN
               MOVE  JF040-BUNRUI-COD  OF  OTF-REC  TO
                     CFSHO-BUNRUI-COD
               PERFORM  SERIAL-SET-RTN
               WRITE  IMF-REC
               ADD    +1               TO  ADD-CNT
               MOVE   SPACE            TO  LOG-BEFORE-IMAGE
       EXT.
           EXIT.
      ********************************************************
      *  危険物区分設定処理（分類"1"〜"9"以外は危険物でない扱い
      *  とし、国連番号も空白とする）
      ********************************************************
       KIKEN-SET-RTN               SECTION.
           IF  JF040-KIKEN-KBN  OF  OTF-REC  >=  "1"
             AND  JF040-KIKEN-KBN  OF  OTF-REC  <=  "9"
               MOVE  JF040-KIKEN-KBN  OF  OTF-REC  TO  CFSHO-KIKEN-KBN
               MOVE  JF040-UN-NO      OF  OTF-REC  TO  CFSHO-UN-NO
           ELSE
               MOVE  SPACE  TO  CFSHO-KIKEN-KBN  CFSHO-UN-NO
           END-IF.
           IF  JF040-SHOKUHIN-FLG  OF  OTF-REC  =  "1"
             MOVE  "1"    TO  CFSHO-SHOKUHIN-FLG
           ELSE
             MOVE  SPACE  TO  CFSHO-SHOKUHIN-FLG
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  輸出通関情報設定処理（HSコード・原産国・英文品名を申請
      *  からマスタへ転記する）
      ********************************************************
       TSUKAN-SET-RTN              SECTION.
           MOVE  JF040-HS-COD         OF  OTF-REC  TO  CFSHO-HS-COD.
           MOVE  JF040-GENSANKOKU     OF  OTF-REC  TO  CFSHO-GENSANKOKU.
           MOVE  JF040-SHOHIN-MEI-EN  OF  OTF-REC  TO
                 CFSHO-SHOHIN-MEI-EN.
       EXT.
           EXIT.
      ********************************************************
      *  シリアル管理・季節品設定処理（シリアル管理フラグ・季節
      *  品フラグは"1"以外を空白とし、保証期間を申請からマスタへ
      *  転記する）
      ********************************************************
       SERIAL-SET-RTN              SECTION.
           IF  JF040-SERIAL-FLG  OF  OTF-REC  =  "1"
             MOVE  "1"    TO  CFSHO-SERIAL-FLG
           ELSE
             MOVE  SPACE  TO  CFSHO-SERIAL-FLG
           END-IF.
           IF  JF040-HOSHO-MM  OF  OTF-REC  IS  NUMERIC
             MOVE  JF040-HOSHO-MM  OF  OTF-REC  TO  CFSHO-HOSHO-MM
           ELSE
             MOVE  ZERO  TO  CFSHO-HOSHO-MM
           END-IF.
           IF  JF040-KISETSU-FLG  OF  OTF-REC  =  "1"
             MOVE  "1"    TO  CFSHO-KISETSU-FLG
           ELSE
             MOVE  SPACE  TO  CFSHO-KISETSU-FLG
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  商品分類確認処理（空白＝未分類は受け付ける。それ以外は
      *  小分類まで指定され、商品分類マスタに登録のあるコード
      *  のみ受け付ける）
      ********************************************************
       BUNRUI-CHECK-RTN            SECTION.
           IF  JF040-BUNRUI-COD  OF  OTF-REC  =  SPACE
             GO  TO  EXT
           END-IF.
           MOVE  JF040-BUNRUI-COD  OF  OTF-REC  TO  CFBNR-BUNRUI-COD.
           IF  CFBNR-DAI-BUNRUI  =  SPACE
             OR  CFBNR-CHU-BUNRUI  =  SPACE
             OR  CFBNR-SHO-BUNRUI  =  SPACE
               MOVE  "5"  TO  JF040-ERR-KBN  OF  OTF-REC
               GO  TO  EXT
           END-IF.
           READ  BNR-FILE
             INVALID  KEY
               MOVE  "5"  TO  JF040-ERR-KBN  OF  OTF-REC
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  変更処理
      ********************************************************
       CHANGE-RTN                  SECTION.
                     CFSHO-HATCHU-TEN
               MOVE  JF040-HATCHU-SURYO  OF  OTF-REC  TO
                     CFSHO-HATCHU-SURYO
               IF  JF040-CHOKUSO-FLG   OF  OTF-REC  =  "1"
                 MOVE  "1"                       TO  CFSHO-CHOKUSO-FLG
               ELSE
                 MOVE  SPACE                     TO  CFSHO-CHOKUSO-FLG
               END-IF
               PERFORM  KIKEN-SET-RTN
               PERFORM  TSUKAN-SET-RTN
               MOVE  JF040-BUNRUI-COD  OF  OTF-REC  TO
                     CFSHO-BUNRUI-COD
               PERFORM  SERIAL-SET-RTN
               REWRITE  IMF-REC
               ADD    +1               TO  CHG-CNT
               MOVE   IMF-REC          TO  LOG-AFTER-IMAGE
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  ITF-FILE  IMF-FILE  OTF-FILE  LOG-FILE  MVJ-FILE
                  PND-FILE  BNR-FILE  OEF-FILE.
           DISPLAY  "*** ITF-CNT="  ITF-CNT.
           DISPLAY  "*** ADD-CNT="  ADD-CNT.
           DISPLAY  "*** CHG-CNT="  CHG-CNT.
