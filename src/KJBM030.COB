      *                    ：バックアウトジャーナルの控えを追加
      *                    ：分割並列実行モードを追加
      *                    ：区画実行時の検品保留をスピルへ変更
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：セット商品の構成品展開引当を追加
      *                    ：組立済みセット在庫の優先引当を追加
      *                    ：受入検査待ちのロットを引当対象外に変更
      *                    ：無償出荷（サンプル・代替品）の金額ゼロ化
      *                    ：委託在庫の補充出荷の金額ゼロ化
      *                    ：直送品の在庫引当の対象外化
      *                    ：引当不足・廃番・代替の機会損失控えを追加
      *                    ：数量別単価の適用と単価出所区分を追加
      *                    ：得意先の会社コードの受注への設定を追加
      *                    ：機会損失控えにバックオーダー区分を追加
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  CFCPR-KEY.
           SELECT  QPR-FILE  ASSIGN  TO  EXTERNAL  QPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  CFQPR-KEY.
           SELECT  CMP-FILE  ASSIGN  TO  EXTERNAL  CMP.
           SELECT  RSV-FILE  ASSIGN  TO  EXTERNAL  RSV
                   ORGANIZATION  IS  INDEXED
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFBLK-KEY.
           SELECT  KIT-FILE  ASSIGN  TO  EXTERNAL  KIT
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFKIT-KEY.
           SELECT  RCL-FILE  ASSIGN  TO  EXTERNAL  RCL
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
           SELECT  KPS-FILE  ASSIGN  TO  EXTERNAL  KPS.
           SELECT  BKJ-FILE  ASSIGN  TO  EXTERNAL  BKJ.
           SELECT  MVJ-FILE  ASSIGN  TO  EXTERNAL  MVJ.
           SELECT  LSJ-FILE  ASSIGN  TO  EXTERNAL  LSJ.
           SELECT  CTL-FILE  ASSIGN  TO  EXTERNAL  CTL.
           SELECT  RUN-FILE  ASSIGN  TO  EXTERNAL  RNS
                   ORGANIZATION  IS  INDEXED
       FD  CPR-FILE.
       01  CPR-REC.
           COPY  KCCFCPR.
      *    数量別単価マスタ（全得意先共通の数量段階単価。契約が
      *    無い場合に商品マスタ単価より優先して適用する）
       FD  QPR-FILE.
       01  QPR-REC.
           COPY  KCCFQPR.
      *    在庫予約マスタ（主要得意先の取り置き分）
       FD  RSV-FILE.
       01  RSV-REC.
       FD  BLK-FILE.
       01  BLK-REC.
           COPY  KCCFBLK.
      *    セット商品構成マスタ（セット受注の構成品展開用）
       FD  KIT-FILE.
       01  KIT-REC.
           COPY  KCCFKIT.
      *    リコールキャンペーンマスタ（実施中ロットの引当凍結用）
       FD  RCL-FILE.
       01  RCL-REC.
       FD  MVJ-FILE.
       01  MVJ-REC.
           COPY  KJCF090.
      *    機会損失ジャーナル（引当で満たせなかった需要の控え）
       FD  LSJ-FILE.
       01  LSJ-REC.
           COPY  KJCF350.
       FD  CTL-FILE.
       01  CTL-REC.
           COPY  KJCF060.
       01  WK-DAITAI-RANK           PIC  9(01)          VALUE  ZERO.
       01  WK-ORIG-SHOHIN-NO        PIC  X(05)          VALUE  SPACE.
       01  DAITAI-CNT               PIC S9(9)  COMP-3   VALUE  +0.
      *    セット商品展開用（セット商品構成マスタに構成品がある
      *    商品は、構成品ごとの必要数量（基本単位のセット数量×
      *    セット１個あたり数量）を全数満たせる倉庫から構成品を
      *    引き当てる。１つでも不足すればセット明細を全数バック
      *    オーダーとし、構成品の一部だけを引き当てることはしない。
      *    構成品の引当・ロット取崩しの間はセット商品番号を控え
      *    て明細の商品番号を構成品へ読み替え、終了後に戻す）
       01  WK-KIT-CNT               PIC S9(4)  COMP-3   VALUE  +0.
       01  WK-KIT-MAX               PIC S9(4)  COMP-3   VALUE  +20.
       01  WK-KIT-IDX               PIC S9(4)  COMP-3   VALUE  +0.
       01  WK-KIT-END-FLG           PIC  X(01)          VALUE  SPACE.
       01  WK-KIT-SHOHIN-NO         PIC  X(05)          VALUE  SPACE.
       01  WK-KIT-WHS-COD           PIC  X(02)          VALUE  SPACE.
       01  WK-KIT-OK-01             PIC  X(01)          VALUE  SPACE.
       01  WK-KIT-OK-02             PIC  X(01)          VALUE  SPACE.
       01  WK-KIT-TBL.
         02  WK-KIT-ENT             OCCURS  20  TIMES.
           03  WK-KIT-KOSEI-NO      PIC  X(05).
           03  WK-KIT-KOSEI-SURYO   PIC  9(03).
           03  WK-KIT-HITSUYO       PIC  9(07).
       01  KIT-CNT                  PIC S9(9)  COMP-3   VALUE  +0.
      *    在庫予約用（他得意先の有効な予約残は引当可能在庫から
      *    除外する。WK-WHS-AVAIL-SURYOが引当判定に使う引当可能
      *    数量で、WK-WHS-ZAIKO-SURYOは従来どおりマスタ在庫の
       01  WK-CPR-HIT-FLG           PIC  X(01)          VALUE  SPACE.
       01  WK-CPR-BEST-FROM         PIC  9(08)          VALUE  ZERO.
       01  WK-CPR-TANKA             PIC S9(05)V9(2)     VALUE  ZERO.
      *    数量別単価判定用（受注日時点で有効な行のうち適用開始日
      *    の最も新しいものの段階から、基本単位数量が下限数量以上
      *    の最も上の段階を採用する。"1"＝数量別単価を適用した）
       01  QPR-END-FLG              PIC  X(01)          VALUE  "0".
       01  WK-QPR-HIT-FLG           PIC  X(01)          VALUE  SPACE.
       01  WK-QPR-BEST-FROM         PIC  9(08)          VALUE  ZERO.
       01  WK-QPR-TANKA             PIC S9(05)V9(2)     VALUE  ZERO.
       01  WK-QPR-BEST-SURYO        PIC  9(07)          VALUE  ZERO.
       01  WK-QPR-IDX               PIC S9(4)  COMP-3  VALUE   +0.
      *    試走モード（環境変数KJSIM="1"のとき、価格・倉庫選択・
      *    在庫引当の判定は全て行うが、商品マスタ・ロット別在庫の
      *    ＲＥＷＲＩＴＥ、移動ジャーナル、突合コントロール・実行
      *    分割並列実行モード（環境変数KJPARTに区画番号を設定して
      *    起動すると、同日再実行ガード・実行記録・実行ジャーナル
      *    を抑止し、突合コントロールは区画ごとの外部割当先へ
      *    書き出す。入力・出力・移動ジャーナル・機会損失ジャー
      *    ナル・バックアウト・保留控え（MGH）・按分決定リスト
      *    （PRR）の各外部割当は運用側が区画別のファイルへ振り
      *    向け、検品保留返品は索引ファイル（KPH）の代わりに
      *    区画別スピル（KPS）へ書き出す。KJBM026が区画分割
      *    を、KJBM034が出力・保留控え・決定リスト・検品保留
      *    スピルと件数の再結合と実行記録を行う）
       01  WK-PART-FLG              PIC  X(02)          VALUE  SPACE.
       01  WK-SIM-ZAIKO-CNT         PIC S9(04)  COMP    VALUE  +0.
       01  WK-SIM-IX                PIC S9(04)  COMP    VALUE  +0.
       01  WK-SIM-WH1-SURYO         PIC S9(09)  COMP-3  VALUE  +0.
       01  WK-SIM-WH2-SURYO         PIC S9(09)  COMP-3  VALUE  +0.
       01  WK-SIM-BO-CNT            PIC S9(9)   COMP-3  VALUE  +0.
      *    機会損失ジャーナル用（新規受注明細の引当で満たせな
      *    かった数量を理由付きで控える。定価は商品マスタ単価を
      *    建値通貨の対円レートで円換算する。按分引当で引当上限
      *    を絞った明細の不足は"4"＝按分、それ以外の不足は"1"＝
      *    欠品とする。不足分をバックオーダーとして受注に残した
      *    明細はバックオーダー区分を"1"とする。試走時は書き出さ
      *    ない）
       01  WK-LSJ-SHOHIN-NO         PIC  X(05)          VALUE  SPACE.
       01  WK-LSJ-WHS-COD           PIC  X(02)          VALUE  SPACE.
       01  WK-LSJ-RIYU-KBN          PIC  X(01)          VALUE  SPACE.
       01  WK-LSJ-SURYO             PIC  9(07)          VALUE  ZERO.
       01  WK-LSJ-TANKA             PIC S9(05)V9(2)     VALUE  ZERO.
       01  WK-LSJ-CURRENCY          PIC  X(03)          VALUE  SPACE.
       01  WK-LSJ-DAITAI-NO         PIC  X(05)          VALUE  SPACE.
       01  WK-LSJ-RATE              PIC  9(03)V9(4)     VALUE  1.
       01  WK-LSJ-BO-FLG            PIC  X(01)          VALUE  SPACE.
       01  WK-PRO-CUT-FLG           PIC  X(01)          VALUE  SPACE.
       01  LSJ-CNT                  PIC S9(9)   COMP-3  VALUE  +0.
      *
      ********************************************************
      *  受注データ商品番号チェック
           OPEN  I-O     RSV-FILE.
           OPEN  INPUT   SUB-FILE.
           OPEN  INPUT   RCL-FILE.
           OPEN  INPUT   KIT-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  INPUT   CPR-FILE.
           OPEN  INPUT   QPR-FILE.
           OPEN  OUTPUT  OTF-FILE.
           OPEN  OUTPUT  MGH-FILE.
           IF  WK-PART-FLG  =  SPACE
           IF  WK-SIM-FLG  NOT  =  "1"
             OPEN  EXTEND  BKJ-FILE
             ACCEPT  WK-BKJ-RUN-TIME  FROM  TIME
             OPEN  EXTEND  LSJ-FILE
           END-IF.
           IF  WK-ALLOC-MODE  =  "P"
             DISPLAY  "*** KJBM030 PRORATE MODE ***"
                        /  WK-DMD-ZAN-JUYO  (WK-DMD-HIT-IDX)
               IF  WK-PRO-CAP  <  WK-WHS-AVAIL-SURYO
                 MOVE  WK-PRO-CAP  TO  WK-WHS-AVAIL-SURYO
                 MOVE  "1"  TO  WK-PRO-CUT-FLG
               END-IF
               MOVE  JF020-JUCHU-NO  OF  ITF-REC  TO  D1-JUCHU-NO
               MOVE  JF020-GYO-NO    OF  ITF-REC  TO  D1-GYO-NO
      *********************************************************
       MATCHING-RTN               SECTION.
           MOVE  SPACE  TO  WK-MGH-FLG.
           PERFORM  KAISHA-SET-RTN.
           MOVE  SPACE  TO  WK-PRO-CUT-FLG.
           IF  JF020-ERR-KBN OF ITF-REC (5)  NOT =  SPACE
             PERFORM  OTF-WRITE-RTN
           ELSE
       EXT.
           EXIT.
      *********************************************************
      *  会社コード設定処理（得意先マスタの会社コードを受注へ
      *  写す。得意先未登録は空白（＝"01"）のまま）
      *********************************************************
       KAISHA-SET-RTN               SECTION.
           MOVE  SPACE  TO  JF020-KAISHA-COD  OF  ITF-REC.
           MOVE  JF020-TOKU-COD  OF  ITF-REC  TO  CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               MOVE  CFTOK-KAISHA-COD
                 TO  JF020-KAISHA-COD  OF  ITF-REC
           END-READ.
       EXT.
           EXIT.
      *********************************************************
      *  マッチ処理（商品マスタが廃番フラグ付きの場合は金額計算・
      *  在庫引当を行わず、枠(5)へ区分"3"を立てて新規受注を止める）
      *********************************************************
       MATCH-RTN                   SECTION.
           MOVE  CFSHO-SHOHIN-MEI  TO  JF020-SHOHIN-MEI  OF  ITF-REC.
           MOVE  SPACE  TO  JF020-TANKA-KBN  OF  ITF-REC.
      *    直送品の新規受注は直送区分を立てる（委託在庫の補充
      *    （無償区分"2"）は当社在庫から出荷するため対象外）
           MOVE  SPACE  TO  JF020-CHOKUSO-KBN  OF  ITF-REC.
           IF  CFSHO-CHOKUSO-FLG  =  "1"
             AND  JF020-DATA-KBN   OF  ITF-REC  =  "1"
             AND  JF020-MUSHO-KBN  OF  ITF-REC  NOT  =  "2"
               MOVE  "1"  TO  JF020-CHOKUSO-KBN  OF  ITF-REC
           END-IF.
           IF  CFSHO-HAIBAN-FLG  =  "1"
               MOVE  "3"  TO  JF020-ERR-KBN  OF  ITF-REC  (5)
      *        廃番で止めた新規受注は全数を機会損失として控える
               IF  JF020-DATA-KBN  OF  ITF-REC  =  "1"
                 PERFORM  UNIT-CONV-RTN
                 MOVE  "2"            TO  WK-LSJ-RIYU-KBN
                 MOVE  WK-BASE-SURYO  TO  WK-LSJ-SURYO
                 MOVE  SPACE          TO  WK-LSJ-WHS-COD
                 PERFORM  LSJ-SHO-SET-RTN
                 PERFORM  LSJ-WRITE-RTN
               END-IF
           END-IF.
           IF  JF020-ERR-KBN  OF  ITF-REC  (5)  =  SPACE
             AND  JF020-ERR-KBN  OF  ITF-REC  (6)  =  SPACE
               PERFORM  EFF-TANKA-RTN
      *        無償出荷（無償区分"1"）・委託補充（同"2"。売上は使用
      *        報告の計上時に立てる）は適用単価をゼロとし、単価
      *        差異・粗利率ゲート・包括契約の取崩・キャンペーン
      *        値引の対象から外す（引当は通常受注と同じに行う）
               IF  JF020-MUSHO-KBN  OF  ITF-REC  NOT  =  SPACE
                 MOVE  ZERO   TO  WK-TANKA
                 MOVE  SPACE  TO  WK-BLK-HIT-FLG
                 MOVE  "9"    TO  JF020-TANKA-KBN  OF  ITF-REC
               END-IF
               PERFORM  PRICE-HENSA-CHECK-RTN
               PERFORM  UNIT-CONV-RTN
               IF  JF020-DATA-KBN  OF  ITF-REC  =  "1"
      *        数量枠(6)の区分"2"で落とす）。
      *        返品（区分"9"）は処分区分が戻入（"1"）の場合のみ
      *        返品数量を倉庫在庫へ加算する（廃棄・検品保留は
      *        在庫を動かさず、日次の返品処分リストで別掲する）。
      *        直送区分"1"の明細は仕入先が出荷するため在庫を引き
      *        当てず、引当倉庫・ロットを空白のまま後続へ流す
               IF  JF020-DATA-KBN  OF  ITF-REC  =  "1"
                 AND  JF020-CHOKUSO-KBN  OF  ITF-REC  =  "1"
                   IF  WK-BLK-HIT-FLG  =  "1"
                     PERFORM  BLK-DRAWDOWN-RTN
                   END-IF
                   MOVE  SPACE  TO  JF020-KIT-KBN  OF  ITF-REC
                   MOVE  SPACE  TO  JF020-WHS-COD  OF  ITF-REC
                   MOVE  SPACE  TO  JF020-LOT-NO   OF  ITF-REC
               END-IF
               IF  JF020-DATA-KBN  OF  ITF-REC  =  "1"
                 AND  JF020-CHOKUSO-KBN  OF  ITF-REC  NOT  =  "1"
                   IF  WK-BLK-HIT-FLG  =  "1"
                     PERFORM  BLK-DRAWDOWN-RTN
                   END-IF
                   PERFORM  MIN-ZANSON-RTN
                   MOVE  SPACE  TO  JF020-KIT-KBN  OF  ITF-REC
                   PERFORM  KIT-HANTEI-RTN
      *            組立済みのセット在庫がどちらかの倉庫単独で全数
      *            を満たせる場合は単品と同様にセット商品の在庫
      *            から引き当て、満たせない場合だけ構成品へ展開する
                   IF  WK-KIT-CNT  >  ZERO
                     PERFORM  WHS-SELECT-RTN
                     IF  WK-BASE-SURYO  <=  WK-WHS-AVAIL-SURYO
                       MOVE  ZERO  TO  WK-KIT-CNT
                     END-IF
                   END-IF
                   IF  WK-KIT-CNT  >  ZERO
                     PERFORM  KIT-ALLOC-RTN
                   ELSE
                     PERFORM  WHS-SELECT-RTN
                     IF  WK-ALLOC-MODE  =  "P"
                       PERFORM  PRORATE-RTN
                     END-IF
                     PERFORM  ZAIKO-CHECK-RTN
                   END-IF
               END-IF
               IF  JF020-DATA-KBN   OF  ITF-REC  =  "9"
                 AND  JF020-SHOBUN-KBN  OF  ITF-REC  =  "1"
                   END-IF
               END-IF
               IF  JF020-DATA-KBN  OF  ITF-REC  =  "1"
                 AND  JF020-MUSHO-KBN  OF  ITF-REC  =  SPACE
                   PERFORM  CAMPAIGN-RTN
               END-IF
           ELSE
             PERFORM  DAITAI-RTN
           END-IF.
           IF  WK-BASE-SURYO  >  WK-WHS-AVAIL-SURYO
             PERFORM  LSJ-FUSOKU-RTN
             IF  WK-WHS-AVAIL-SURYO  >  ZERO
               PERFORM  ZAIKO-PARTIAL-RTN
             ELSE
           END-IF.
           MOVE  JF020-SHOHIN-NO  OF  ITF-REC
             TO  WK-ORIG-SHOHIN-NO.
           MOVE  CFSHO-TANKA     TO  WK-LSJ-TANKA.
           MOVE  CFSHO-CURRENCY  TO  WK-LSJ-CURRENCY.
           PERFORM  VARYING  WK-DAITAI-RANK  FROM  1  BY  1
             UNTIL  WK-DAITAI-RANK  >  9
                 OR  WK-DAITAI-FLG  =  "1"
             PERFORM  DAITAI-TRY-RTN
           END-PERFORM.
           IF  WK-DAITAI-FLG  =  "1"
      *      当初商品の需要は振替え分だけ満たせなかったものとし
      *      て、当初商品の定価で機会損失へ控える
             MOVE  "3"                TO  WK-LSJ-RIYU-KBN
             MOVE  WK-BASE-SURYO      TO  WK-LSJ-SURYO
             MOVE  WK-WHS-COD         TO  WK-LSJ-WHS-COD
             MOVE  WK-ORIG-SHOHIN-NO  TO  WK-LSJ-SHOHIN-NO
             MOVE  CFSHO-SHOHIN-NO    TO  WK-LSJ-DAITAI-NO
             PERFORM  LSJ-WRITE-RTN
             MOVE  WK-ORIG-SHOHIN-NO  TO
                   JF020-ORIG-SHOHIN-NO  OF  ITF-REC
             MOVE  CFSHO-SHOHIN-NO    TO
       EXT.
           EXIT.
      *********************************************************
      *  在庫不足控え処理（代替振替え後も選択倉庫の引当可能数量
      *  が受注数量に満たない場合、分割出荷では出荷連番２へ回る
      *  残数量を、全数バックオーダーでは受注数量を機会損失へ
      *  控える。按分引当で上限を絞った明細は理由を按分とする。
      *  どちらも不足分は受注に残るため、バックオーダー区分を
      *  "1"とする）
      *********************************************************
       LSJ-FUSOKU-RTN               SECTION.
           IF  WK-PRO-CUT-FLG  =  "1"
             MOVE  "4"  TO  WK-LSJ-RIYU-KBN
           ELSE
             MOVE  "1"  TO  WK-LSJ-RIYU-KBN
           END-IF.
           IF  WK-WHS-AVAIL-SURYO  >  ZERO
             COMPUTE  WK-LSJ-SURYO  =
                      WK-BASE-SURYO  -  WK-WHS-AVAIL-SURYO
           ELSE
             MOVE  WK-BASE-SURYO  TO  WK-LSJ-SURYO
           END-IF.
           MOVE  WK-WHS-COD  TO  WK-LSJ-WHS-COD.
           PERFORM  LSJ-SHO-SET-RTN.
           MOVE  "1"  TO  WK-LSJ-BO-FLG.
           PERFORM  LSJ-WRITE-RTN.
           MOVE  SPACE  TO  WK-LSJ-BO-FLG.
       EXT.
           EXIT.
      *********************************************************
      *  機会損失商品設定処理（読み込み中の商品マスタの商品と
      *  定価を控え対象とする）
      *********************************************************
       LSJ-SHO-SET-RTN              SECTION.
           MOVE  CFSHO-SHOHIN-NO  TO  WK-LSJ-SHOHIN-NO.
           MOVE  CFSHO-TANKA      TO  WK-LSJ-TANKA.
           MOVE  CFSHO-CURRENCY   TO  WK-LSJ-CURRENCY.
           MOVE  SPACE            TO  WK-LSJ-DAITAI-NO.
       EXT.
           EXIT.
      *********************************************************
      *  機会損失ジャーナル出力処理（呼出し側でWK-LSJ-の各項目を
      *  設定済み。定価を建値通貨の対円レートで円換算し、損失
      *  金額＝損失数量×円換算定価とする。円建て・空白・レート
      *  未登録の通貨はレート１。試走時は書き出さない）
      *********************************************************
       LSJ-WRITE-RTN                SECTION.
           IF  WK-SIM-FLG  =  "1"
             OR  WK-LSJ-SURYO  =  ZERO
               GO  TO  EXT
           END-IF.
           MOVE  1  TO  WK-LSJ-RATE.
           IF  WK-LSJ-CURRENCY  NOT  =  SPACE
             AND  WK-LSJ-CURRENCY  NOT  =  "JPY"
               MOVE  WK-LSJ-CURRENCY  TO  CFFXR-CURRENCY
               READ  FXR-FILE
                 INVALID  KEY
                   CONTINUE
                 NOT  INVALID  KEY
                   MOVE  CFFXR-RATE  TO  WK-LSJ-RATE
               END-READ
           END-IF.
           MOVE  SPACE                        TO  LSJ-REC.
           MOVE  WK-MVJ-DATE8                 TO  LSJ-DATE.
           MOVE  JF020-JUCHU-NO  OF  ITF-REC  TO  LSJ-JUCHU-NO.
           MOVE  JF020-GYO-NO    OF  ITF-REC  TO  LSJ-GYO-NO.
           MOVE  JF020-TOKU-COD  OF  ITF-REC  TO  LSJ-TOKU-COD.
           MOVE  WK-LSJ-SHOHIN-NO             TO  LSJ-SHOHIN-NO.
           MOVE  WK-LSJ-WHS-COD               TO  LSJ-WHS-COD.
           MOVE  WK-LSJ-RIYU-KBN              TO  LSJ-RIYU-KBN.
           MOVE  WK-LSJ-SURYO                 TO  LSJ-SURYO.
           COMPUTE  LSJ-TANKA  ROUNDED  =
                    WK-LSJ-TANKA  *  WK-LSJ-RATE.
           COMPUTE  LSJ-KINGAKU  ROUNDED  =
                    WK-LSJ-SURYO  *  LSJ-TANKA.
           MOVE  WK-LSJ-DAITAI-NO             TO  LSJ-DAITAI-SHOHIN-NO.
           MOVE  WK-LSJ-BO-FLG                TO  LSJ-BO-FLG.
           WRITE  LSJ-REC.
           ADD  +1  TO  LSJ-CNT.
       EXT.
           EXIT.
      *********************************************************
      *  返品戻入処理（処分区分"1"＝戻入の返品のみ、返品数量
      *  （基本単位）を本社倉庫（"01"）の在庫へ加算する。返品は
      *  本社の検品場で受け入れるため、戻し先は一律本社倉庫と
       RETURN-RESTOCK-RTN           SECTION.
           MOVE  "01"               TO  WK-WHS-COD.
           MOVE  "01"               TO  JF020-WHS-COD  OF  ITF-REC.
           PERFORM  KIT-HANTEI-RTN.
           IF  WK-KIT-CNT  >  ZERO
             PERFORM  KIT-RESTOCK-RTN
             GO  TO  EXT
           END-IF.
           COMPUTE  WK-WHS-ZAIKO-SURYO  =
                    CFSHO-ZAIKO-SURYO  +  WK-BASE-SURYO.
           MOVE  "5"                TO  WK-MVJ-IDO-KBN.
       EXT.
           EXIT.
      *********************************************************
      *  セット商品判定処理（処理中明細の商品番号でセット商品構成
      *  マスタを連番01から順に読み、構成品と必要数量（基本単位
      *  のセット数量×セット１個あたり数量）を表へ控える。構成
      *  品が無ければWK-KIT-CNTはゼロ＝単品として従来どおり）
      *********************************************************
       KIT-HANTEI-RTN               SECTION.
           MOVE  ZERO   TO  WK-KIT-CNT.
           MOVE  SPACE  TO  WK-KIT-END-FLG.
           PERFORM  KIT-LOAD-RTN
             VARYING  WK-KIT-IDX  FROM  1  BY  1
               UNTIL  WK-KIT-IDX  >  WK-KIT-MAX
                   OR  WK-KIT-END-FLG  =  "1".
       EXT.
           EXIT.
      *********************************************************
      *  セット構成品読込処理
      *********************************************************
       KIT-LOAD-RTN                 SECTION.
           MOVE  JF020-SHOHIN-NO  OF  ITF-REC  TO  CFKIT-KIT-SHOHIN-NO.
           MOVE  WK-KIT-IDX                    TO  CFKIT-SEQ.
           READ  KIT-FILE
             INVALID  KEY
               MOVE  "1"  TO  WK-KIT-END-FLG
               GO  TO  EXT
           END-READ.
           ADD  +1  TO  WK-KIT-CNT.
           MOVE  CFKIT-KOSEI-SHOHIN-NO  TO
                 WK-KIT-KOSEI-NO     (WK-KIT-CNT).
           MOVE  CFKIT-KOSEI-SURYO      TO
                 WK-KIT-KOSEI-SURYO  (WK-KIT-CNT).
           COMPUTE  WK-KIT-HITSUYO  (WK-KIT-CNT)  =
                    WK-BASE-SURYO  *  CFKIT-KOSEI-SURYO.
       EXT.
           EXIT.
      *********************************************************
      *  セット引当処理（全構成品の必要数量を本社倉庫（"01"）
      *  だけで満たせれば本社倉庫から、だめなら第二倉庫（"02"）
      *  単独で満たせればそちらから、全構成品を同じ倉庫で引き
      *  当てる。どちらの倉庫でも揃わない場合はセット明細を全数
      *  バックオーダーとする。引当可能数量は単品と同様に他得意
      *  先の予約残を除いた数量で判定する。分割並列実行中は構成
      *  品が区画の商品番号範囲に収まらないため引き当てず、
      *  セット明細をバックオーダーとして翌日の全量走行へ回す。
      *  構成品で引き当てた明細はセット引当区分を"1"とする）
      *********************************************************
       KIT-ALLOC-RTN                SECTION.
           ADD  +1  TO  KIT-CNT.
           MOVE  JF020-SHOHIN-NO  OF  ITF-REC  TO  WK-KIT-SHOHIN-NO.
           IF  WK-PART-FLG  NOT  =  SPACE
             MOVE  "1"  TO  JF020-ERR-KBN  OF  ITF-REC  (9)
             MOVE  "1"            TO  WK-LSJ-RIYU-KBN
             MOVE  WK-BASE-SURYO  TO  WK-LSJ-SURYO
             MOVE  SPACE          TO  WK-LSJ-WHS-COD
             PERFORM  LSJ-SHO-SET-RTN
             PERFORM  LSJ-WRITE-RTN
             GO  TO  EXT
           END-IF.
           MOVE  "1"  TO  WK-KIT-OK-01  WK-KIT-OK-02.
           PERFORM  KIT-CHECK-RTN
             VARYING  WK-KIT-IDX  FROM  1  BY  1
               UNTIL  WK-KIT-IDX  >  WK-KIT-CNT.
           IF  WK-KIT-OK-01  =  "1"
             MOVE  "01"  TO  WK-KIT-WHS-COD
           ELSE
             IF  WK-KIT-OK-02  =  "1"
               MOVE  "02"  TO  WK-KIT-WHS-COD
             ELSE
               MOVE  "1"  TO  JF020-ERR-KBN  OF  ITF-REC  (9)
               IF  WK-SIM-FLG  =  "1"
                 ADD  +1  TO  WK-SIM-BO-CNT
               END-IF
               PERFORM  KIT-MODOSHI-RTN
               MOVE  "1"            TO  WK-LSJ-RIYU-KBN
               MOVE  WK-BASE-SURYO  TO  WK-LSJ-SURYO
               MOVE  SPACE          TO  WK-LSJ-WHS-COD
               PERFORM  LSJ-SHO-SET-RTN
               PERFORM  LSJ-WRITE-RTN
               GO  TO  EXT
             END-IF
           END-IF.
           PERFORM  KIT-HIKIATE-RTN
             VARYING  WK-KIT-IDX  FROM  1  BY  1
               UNTIL  WK-KIT-IDX  >  WK-KIT-CNT.
           MOVE  WK-KIT-WHS-COD  TO  WK-WHS-COD.
           PERFORM  KIT-MODOSHI-RTN.
           MOVE  WK-KIT-WHS-COD  TO  JF020-WHS-COD  OF  ITF-REC.
           MOVE  "1"             TO  JF020-KIT-KBN  OF  ITF-REC.
       EXT.
           EXIT.
      *********************************************************
      *  構成品在庫判定処理（WK-KIT-IDXの構成品について倉庫別の
      *  引当可能数量を求め、必要数量に満たない倉庫の可否フラグ
      *  を落とす。マスタ未登録・廃番の構成品は両倉庫とも不可）
      *********************************************************
       KIT-CHECK-RTN                SECTION.
           MOVE  WK-KIT-KOSEI-NO  (WK-KIT-IDX)
             TO  JF020-SHOHIN-NO  OF  ITF-REC  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               MOVE  "0"  TO  WK-KIT-OK-01  WK-KIT-OK-02
               GO  TO  EXT
           END-READ.
           IF  WK-SIM-FLG  =  "1"
             PERFORM  SIM-ZAIKO-FETCH-RTN
           END-IF.
           IF  CFSHO-HAIBAN-FLG  =  "1"
             MOVE  "0"  TO  WK-KIT-OK-01  WK-KIT-OK-02
             GO  TO  EXT
           END-IF.
           PERFORM  RSV-CALC-RTN.
           COMPUTE  WK-AVAIL-01  =
                    CFSHO-ZAIKO-SURYO  -  WK-RSV-OTHER-01.
           COMPUTE  WK-AVAIL-02  =
                    CFSHO-ZAIKO-SURYO-WH2  -  WK-RSV-OTHER-02.
           IF  WK-KIT-HITSUYO  (WK-KIT-IDX)  >  WK-AVAIL-01
             MOVE  "0"  TO  WK-KIT-OK-01
           END-IF.
           IF  WK-KIT-HITSUYO  (WK-KIT-IDX)  >  WK-AVAIL-02
             MOVE  "0"  TO  WK-KIT-OK-02
           END-IF.
       EXT.
           EXIT.
      *********************************************************
      *  構成品引当処理（WK-KIT-IDXの構成品を選んだ倉庫の在庫
      *  から必要数量だけ減算し、ロット取崩し・予約取崩しを行う。
      *  在庫移動ジャーナルには構成品の商品番号でセット明細の
      *  受注番号＋行番号を起因伝票として残す）
      *********************************************************
       KIT-HIKIATE-RTN              SECTION.
           MOVE  WK-KIT-KOSEI-NO  (WK-KIT-IDX)
             TO  JF020-SHOHIN-NO  OF  ITF-REC  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               GO  TO  EXT
           END-READ.
           IF  WK-SIM-FLG  =  "1"
             PERFORM  SIM-ZAIKO-FETCH-RTN
           END-IF.
           MOVE  WK-KIT-WHS-COD  TO  WK-WHS-COD.
           IF  WK-WHS-COD  =  "02"
             MOVE  CFSHO-ZAIKO-SURYO-WH2  TO  WK-WHS-ZAIKO-SURYO
           ELSE
             MOVE  CFSHO-ZAIKO-SURYO      TO  WK-WHS-ZAIKO-SURYO
           END-IF.
           SUBTRACT  WK-KIT-HITSUYO  (WK-KIT-IDX)
             FROM  WK-WHS-ZAIKO-SURYO.
           PERFORM  WHS-WRITEBACK-RTN.
           MOVE  WK-KIT-HITSUYO  (WK-KIT-IDX)  TO  WK-LOT-ALLOC-SURYO.
           PERFORM  LOT-ALLOC-RTN.
           MOVE  WK-KIT-HITSUYO  (WK-KIT-IDX)  TO  WK-RSV-DRAW-SURYO.
           PERFORM  RSV-DRAWDOWN-RTN.
       EXT.
           EXIT.
      *********************************************************
      *  セット返品戻入処理（処分区分"1"＝戻入のセット返品は
      *  構成品ごとに必要数量を本社倉庫の在庫へ加算する）
      *********************************************************
       KIT-RESTOCK-RTN              SECTION.
           MOVE  JF020-SHOHIN-NO  OF  ITF-REC  TO  WK-KIT-SHOHIN-NO.
           MOVE  "5"  TO  WK-MVJ-IDO-KBN.
           PERFORM  KIT-MODORI-RTN
             VARYING  WK-KIT-IDX  FROM  1  BY  1
               UNTIL  WK-KIT-IDX  >  WK-KIT-CNT.
           MOVE  "1"  TO  WK-MVJ-IDO-KBN.
           PERFORM  KIT-MODOSHI-RTN.
       EXT.
           EXIT.
      *********************************************************
      *  構成品戻入処理
      *********************************************************
       KIT-MODORI-RTN               SECTION.
           MOVE  WK-KIT-KOSEI-NO  (WK-KIT-IDX)  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               GO  TO  EXT
           END-READ.
           IF  WK-SIM-FLG  =  "1"
             PERFORM  SIM-ZAIKO-FETCH-RTN
           END-IF.
           COMPUTE  WK-WHS-ZAIKO-SURYO  =
                    CFSHO-ZAIKO-SURYO  +  WK-KIT-HITSUYO  (WK-KIT-IDX).
           PERFORM  WHS-WRITEBACK-RTN.
       EXT.
           EXIT.
      *********************************************************
      *  セット明細復元処理（読み替えた商品番号をセット商品へ
      *  戻し、構成品ごとに記番されたロット番号は消す。後続の
      *  単位換算・金額計算・通貨換算のため商品マスタをセット
      *  商品で読み直す）
      *********************************************************
       KIT-MODOSHI-RTN              SECTION.
           MOVE  WK-KIT-SHOHIN-NO  TO  JF020-SHOHIN-NO  OF  ITF-REC
                                       CFSHO-SHOHIN-NO.
           MOVE  SPACE             TO  JF020-LOT-NO  OF  ITF-REC.
           READ  IMF-FILE
             INVALID  KEY
               CONTINUE
           END-READ.
       EXT.
           EXIT.
      *********************************************************
      *  検品保留返品控え出力処理（処分区分"3"＝検品保留の返品を
      *  検品待ちで控える。在庫・金額はここでは動かさず、検品
      *  結果入力（KJBM310）の決定で戻入または廃棄へ落とす。
      *  残ありで有効期限の最も近いロットを控える。期限ゼロの
      *  ロットは期限なし（99999999）として比較し、期限が同じ
      *  場合は入庫日の古い方を採る。納品要求日に満たない期限の
      *  ロットと受入検査待ち・不合格のロットは対象外）
      *********************************************************
       LOT-SCAN-RTN                 SECTION.
           READ  LOT-FILE  NEXT
      *  より先に引き当てるべきものであれば控えを差し替える）
      *********************************************************
       LOT-HIKAKU-RTN               SECTION.
           IF  CFLOT-KENSA-KBN  NOT  =  SPACE
             GO  TO  EXT
           END-IF.
           PERFORM  RCL-FREEZE-RTN.
           IF  WK-RCL-FREEZE-FLG  =  "1"
             GO  TO  EXT
      *********************************************************
      *  受注日現在の適用単価判定処理（まず契約単価マスタに
      *  受注日時点で有効な得意先別契約が無いかを見て、あれば
      *  その単価を最優先で使う。契約が無い場合は数量別単価
      *  マスタに受注数量（基本単位）の該当する段階があれば
      *  その単価を使う。どちらも無い場合は従来どおり、
      *  受注日が現行単価の適用開始日より前なら履歴テーブル
      *  から受注日時点で有効だった単価を探し、該当が無ければ
      *  現行単価を使う。優先順は包括契約＞契約単価＞数量別
      *  単価＞単価改定履歴・現行単価で、採用した出所を明細の
      *  単価出所区分へ控える。キャンペーン値引はどの単価にも
      *  金額計算の後で重ねて適用する）
      *********************************************************
       EFF-TANKA-RTN                SECTION.
           MOVE  JF020-JUCHU-DATE  OF  ITF-REC  TO  WK-ORDER-DATE8.
           PERFORM  BLK-TANKA-RTN.
           IF  WK-BLK-HIT-FLG  =  "1"
             MOVE  CFBLK-TANKA  TO  WK-TANKA
             MOVE  "1"  TO  JF020-TANKA-KBN  OF  ITF-REC
             GO  TO  EXT
           END-IF.
           PERFORM  CPR-TANKA-RTN.
           IF  WK-CPR-HIT-FLG  =  "1"
             MOVE  WK-CPR-TANKA  TO  WK-TANKA
             MOVE  "2"  TO  JF020-TANKA-KBN  OF  ITF-REC
             GO  TO  EXT
           END-IF.
           PERFORM  UNIT-CONV-RTN.
           PERFORM  QPR-TANKA-RTN.
           IF  WK-QPR-HIT-FLG  =  "1"
             MOVE  WK-QPR-TANKA  TO  WK-TANKA
             MOVE  "3"  TO  JF020-TANKA-KBN  OF  ITF-REC
             GO  TO  EXT
           END-IF.
           MOVE  CFSHO-TANKA                    TO  WK-TANKA.
           MOVE  "5"  TO  JF020-TANKA-KBN  OF  ITF-REC.
           IF  CFSHO-TANKA-EFF-DATE  >  WK-ORDER-DATE8
               MOVE  ZERO  TO  WK-BEST-EFF-DATE
               PERFORM  VARYING  WK-HIST-IDX  FROM  1  BY  1
                           WK-BEST-EFF-DATE
                     MOVE  CFSHO-HIST-TANKA     (WK-HIST-IDX)  TO
                           WK-TANKA
                     MOVE  "4"  TO  JF020-TANKA-KBN  OF  ITF-REC
                 END-IF
               END-PERFORM
           END-IF.
       EXT.
           EXIT.
      *********************************************************
      *  数量別単価検索処理（処理中の商品の数量別単価を適用開始
      *  日順に読み、受注日時点で有効な行のうち適用開始日の最も
      *  新しい行の段階で単価を決める。その行に基本単位数量の
      *  届く段階が無ければ数量別単価は適用しない）
      *********************************************************
       QPR-TANKA-RTN                SECTION.
           MOVE  SPACE  TO  WK-QPR-HIT-FLG.
           MOVE  ZERO   TO  WK-QPR-BEST-FROM.
           MOVE  "0"    TO  QPR-END-FLG.
           MOVE  JF020-SHOHIN-NO  OF  ITF-REC  TO  CFQPR-SHOHIN-NO.
           MOVE  ZERO                          TO  CFQPR-EFF-FROM.
           START  QPR-FILE  KEY  >=  CFQPR-KEY
             INVALID  KEY
               MOVE  "1"  TO  QPR-END-FLG
           END-START.
           PERFORM  QPR-SCAN-RTN  UNTIL  QPR-END-FLG  =  "1".
       EXT.
           EXIT.
      *********************************************************
      *  数量別単価順次走査処理
      *********************************************************
       QPR-SCAN-RTN                 SECTION.
           READ  QPR-FILE  NEXT
             AT  END
               MOVE  "1"  TO  QPR-END-FLG
             NOT  AT  END
               IF  CFQPR-SHOHIN-NO  NOT  =
                     JF020-SHOHIN-NO  OF  ITF-REC
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
      *********************************************************
      *  数量段階判定処理（下限数量の届く段階のうち下限数量の
      *  最も大きい段階の単価を採る）
      *********************************************************
       QPR-DANKAI-RTN               SECTION.
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
      *********************************************************
      *  単価差異チェック処理（受注に見積単価が入力されている
      *  場合のみ、適用単価との差異率を計算し、許容範囲を超えた
      *  ら警告区分を立てる。金額は従来どおりマスタ単価で計算
               PERFORM  EXJ-END-RTN
           END-IF.
           IF  WK-SIM-FLG  NOT  =  "1"
             CLOSE  BKJ-FILE  LSJ-FILE
             DISPLAY  "*** BKJ="  BKJ-CNT
             DISPLAY  "*** LSJ="  LSJ-CNT
             DISPLAY  "*** BKJ RUN-ID="  WK-MVJ-DATE8
                      WK-BKJ-RUN-TIME
           END-IF.
           END-IF.
           CLOSE  ITF-FILE  IMF-FILE  FXR-FILE  LOT-FILE  BLK-FILE
                  RSV-FILE  SUB-FILE  RCL-FILE  TOK-FILE  CPR-FILE
                  QPR-FILE  KIT-FILE
                  OTF-FILE  MGH-FILE  PRR-FILE  MVJ-FILE
                  CTL-FILE  RUN-FILE.
           IF  WK-PART-FLG  =  SPACE
           DISPLAY  "*** MVJ="  MVJ-CNT.
           DISPLAY  "*** MGH="  MGH-CNT.
           DISPLAY  "*** DAITAI="  DAITAI-CNT.
           DISPLAY  "*** KIT="  KIT-CNT.
           DISPLAY  "*** KJBM030  END ***".
       EXT.
           EXIT.
