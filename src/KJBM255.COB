      *  サブシステム名    ：受注
      *  プログラム名      ：ピッキング実績取込・出荷確認作成
      *  作成日／作成者    ：２０２６年９月　２日  システム技研
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：ウェーブのまとめ取り実績の割り戻しを追加
      *                    ：ピッキング作業実績（KJCF330）の出力を追加
      *                    ：直送品の明細を照合対象外に変更
      *                    ：シリアル管理品のシリアル番号照合を追加
      ********************************************************
      *    倉庫現場のピッキング実績（KJCF230）を、当日リリース
      *    された受注明細（KJCF020形式の正常ストリーム）と照合し、
      *    　　　　実出荷数量で計上する）
      *    リリース済み明細は先頭から表へ取り込むため、１走行の
      *    照合対象は999明細まで。超過分は照合不能として印字する
      *    ウェーブピッキング運用時（環境変数KJBM255_WAVE="1"）は
      *    ピッキングリスト作成（KJBM100）のウェーブ明細（KJCF320）
      *    も読み、受注番号ゼロのまとめ取り実績を倉庫・ウェーブ・
      *    商品・ロットの一致する受注明細へ先頭から順に割り戻して
      *    明細ごとに上記の照合を行う。割り戻せなかった明細は
      *    ウェーブ欠品、割り戻し後の残数量は数量過多として印字する
      *    実績１行ごとに、ピッカー・作業時刻と照合結果（適合／
      *    不一致／短出荷）をピッキング作業実績（KJCF330）へ書き
      *    出す（ピッキング生産性レポートKJBM390の入力）
      *    シリアル管理品（CFSHO-SERIAL-FLG="1"）の明細は、
      *    現場が読み取ったシリアル番号（KJCF385）が実績数量と同数
      *    揃い、いずれもシリアル番号ファイル（KCCFSER）に在庫で
      *    登録され、ピッキングした倉庫・ロットと一致する場合のみ
      *    出荷確認を書く。揃わない実績は不一致として印字する。
      *    出荷確認を書いたシリアル番号は出荷済として得意先・受注
      *    ・出荷日を記帳し、ピッキング・出荷の足取りをシリアル
      *    番号履歴（KJCF380）へ書く。１走行で読めるシリアル番号
      *    は999件まで
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
           SELECT  OTF-FILE  ASSIGN  TO  EXTERNAL  OTF.
           SELECT  SCF-FILE  ASSIGN  TO  EXTERNAL  SCF.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
           SELECT  WAV-FILE  ASSIGN  TO  EXTERNAL  WAV.
           SELECT  PKL-FILE  ASSIGN  TO  EXTERNAL  PKL.
           SELECT  PSR-FILE  ASSIGN  TO  EXTERNAL  PSR.
           SELECT  IMF-FILE  ASSIGN  TO  EXTERNAL  IMF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  SER-FILE  ASSIGN  TO  EXTERNAL  SER
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSER-KEY.
           SELECT  SRH-FILE  ASSIGN  TO  EXTERNAL  SRH
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  SRH-KEY.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
           COPY  KUCF080.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *    ウェーブ明細（まとめ取り実績の割り戻し先）
       FD  WAV-FILE.
       01  WAV-REC.
           COPY  KJCF320.
       FD  PKL-FILE.
       01  PKL-REC.
           COPY  KJCF330.
      *    ピッキングしたシリアル番号（シリアル管理品の照合用）
       FD  PSR-FILE.
       01  PSR-REC.
           COPY  KJCF385.
      *    商品マスタ（シリアル管理フラグの参照用）
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
      *    シリアル番号ファイル・シリアル番号履歴
       FD  SER-FILE.
       01  SER-REC.
           COPY  KCCFSER.
       FD  SRH-FILE.
       01  SRH-REC.
           COPY  KJCF380.
      *
       WORKING-STORAGE             SECTION.
       01  PKR-END-FLG            PIC  X(1)          VALUE  "0".
       01  SCF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  FUGO-CNT               PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
       01  WAV-END-FLG            PIC  X(1)          VALUE  "0".
       01  WAV-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  BUNPAI-CNT             PIC S9(9)  COMP-3  VALUE  +0.
       01  PKL-CNT                PIC S9(9)  COMP-3  VALUE  +0.
      *    ウェーブ運用スイッチ（"1"＝ウェーブ明細を読む）
       01  WK-WAVE-FLG            PIC  X(1)          VALUE  SPACE.
      *    リリース済み明細の取り込み表
       01  WK-TBL-CNT             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-TBL-MAX             PIC S9(4)  COMP-3  VALUE  +999.
           03  WK-TBL-WHS-COD     PIC  X(02).
           03  WK-TBL-LOT-NO      PIC  X(10).
           03  WK-TBL-SURYO       PIC  9(07).
           03  WK-TBL-SHOHIN-NO   PIC  X(05).
           03  WK-TBL-TOKU-COD    PIC  X(04).
      *    ウェーブ明細の取り込み表（構成品明細は除く）
       01  WK-WV-CNT              PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-WV-MAX              PIC S9(4)  COMP-3  VALUE  +999.
       01  WK-WV-IDX              PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-WV-HIT-CNT          PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-WAV-OVF-FLG         PIC  X(01)          VALUE  SPACE.
       01  WK-WAVE-TBL.
         02  WK-WV-ENT            OCCURS  999  TIMES.
           03  WK-WV-HIKI-KEY.
             05  WK-WV-WHS-COD    PIC  X(02).
             05  WK-WV-WAVE-NO    PIC  9(03).
             05  WK-WV-SHOHIN-NO  PIC  X(05).
             05  WK-WV-LOT-NO     PIC  X(10).
           03  WK-WV-JUCHU-NO     PIC  9(06).
           03  WK-WV-GYO-NO       PIC  9(02).
           03  WK-WV-SHIP-SEQ     PIC  9(02).
           03  WK-WV-SURYO        PIC  9(07).
      *    まとめ取り実績の割り戻し用
       01  WK-PKR-HIKI-KEY.
         03  WK-PKR-WHS-COD       PIC  X(02).
         03  WK-PKR-WAVE-NO       PIC  9(03).
         03  WK-PKR-SHOHIN-NO     PIC  X(05).
         03  WK-PKR-LOT-NO        PIC  X(10).
       01  WK-ZAN-SURYO           PIC  9(07)          VALUE  ZERO.
       01  WK-BUN-SURYO           PIC  9(07)          VALUE  ZERO.
       01  WK-SAVE-SURYO          PIC  9(07)          VALUE  ZERO.
      *    照合キー編集用
       01  WK-PKR-KEY.
         03  WK-PKR-JUCHU-NO      PIC  9(06).
         03  WK-PKR-GYO-NO        PIC  9(02).
         03  WK-PKR-SHIP-SEQ      PIC  9(02).
      *    照合結果（"0"＝適合、"1"＝不一致、"2"＝短出荷）・実績数量
       01  WK-KEKKA-KBN           PIC  X(01)          VALUE  SPACE.
       01  WK-PKL-SURYO           PIC  9(07)          VALUE  ZERO.
      *    不一致理由
       01  WK-FUGO-RIYU           PIC  X(20)          VALUE  SPACE.
      *    ピッキングしたシリアル番号の取り込み表
       01  PSR-END-FLG            PIC  X(1)          VALUE  "0".
       01  PSR-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  SER-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-PSR-CNT             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-PSR-MAX             PIC S9(4)  COMP-3  VALUE  +999.
       01  WK-PSR-IDX             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-PSR-IDX2            PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-PSR-OVF-FLG         PIC  X(01)          VALUE  SPACE.
       01  WK-PSR-TBL.
         02  WK-PSR-ENT           OCCURS  999  TIMES.
           03  WK-PSR-KEY.
             05  WK-PSR-JUCHU-NO  PIC  9(06).
             05  WK-PSR-GYO-NO    PIC  9(02).
             05  WK-PSR-SHIP-SEQ  PIC  9(02).
           03  WK-PSR-SERIAL-NO   PIC  X(20).
      *    シリアル番号照合（明細の読取数・出荷日・履歴の状態）
       01  WK-SRL-CNT             PIC S9(7)  COMP-3  VALUE  +0.
       01  WK-SRL-RIYU            PIC  X(20)          VALUE  SPACE.
       01  WK-SHIP-DATE           PIC  9(08)          VALUE  ZERO.
       01  WK-SRH-STATUS          PIC  X(01)          VALUE  SPACE.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
           OPEN  INPUT   OTF-FILE.
           OPEN  OUTPUT  SCF-FILE.
           OPEN  OUTPUT  OEF-FILE.
           OPEN  OUTPUT  PKL-FILE.
           OPEN  INPUT   IMF-FILE.
           OPEN  I-O     SER-FILE.
           OPEN  I-O     SRH-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           IF  WK-OTF-OVF-FLG  =  "1"
             DISPLAY  "*** KJBM255 JUCHU-TBL OVERFLOW ***"
           END-IF.
           OPEN  INPUT  PSR-FILE.
           PERFORM  PSR-LOAD-RTN  UNTIL  PSR-END-FLG  =  "1".
           CLOSE  PSR-FILE.
           IF  WK-PSR-OVF-FLG  =  "1"
             DISPLAY  "*** KJBM255 SERIAL-TBL OVERFLOW ***"
           END-IF.
           ACCEPT  WK-WAVE-FLG  FROM  ENVIRONMENT  "KJBM255_WAVE".
           IF  WK-WAVE-FLG  =  "1"
             OPEN  INPUT  WAV-FILE
             PERFORM  WAV-LOAD-RTN  UNTIL  WAV-END-FLG  =  "1"
             CLOSE  WAV-FILE
             IF  WK-WAV-OVF-FLG  =  "1"
               DISPLAY  "*** KJBM255 WAVE-TBL OVERFLOW ***"
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  リリース済み明細取り込み処理（出荷対象（区分"1"）のみ。
      *  直送区分"1"の明細は仕入先の出荷確認（KHBM080）で確認
      *  するため倉庫の実績と照合しない）
      ********************************************************
       OTF-LOAD-RTN               SECTION.
           READ  OTF-FILE
             NOT  AT  END
               ADD  +1  TO  OTF-CNT
               IF  JF020-DATA-KBN  OF  OTF-REC  =  "1"
                 AND  JF020-CHOKUSO-KBN  OF  OTF-REC  NOT  =  "1"
                 IF  WK-TBL-CNT  <  WK-TBL-MAX
                   ADD  +1  TO  WK-TBL-CNT
                   MOVE  JF020-JUCHU-NO  OF  OTF-REC  TO
                         WK-TBL-LOT-NO    (WK-TBL-CNT)
                   MOVE  JF020-SURYO     OF  OTF-REC  TO
                         WK-TBL-SURYO     (WK-TBL-CNT)
                   MOVE  JF020-SHOHIN-NO  OF  OTF-REC  TO
                         WK-TBL-SHOHIN-NO  (WK-TBL-CNT)
                   MOVE  JF020-TOKU-COD   OF  OTF-REC  TO
                         WK-TBL-TOKU-COD   (WK-TBL-CNT)
                 ELSE
                   MOVE  "1"  TO  WK-OTF-OVF-FLG
                 END-IF
       EXT.
           EXIT.
      ********************************************************
      *  ウェーブ明細取り込み処理（構成品明細はセット明細として
      *  受注明細単位で報告されるため取り込まない）
      ********************************************************
       WAV-LOAD-RTN               SECTION.
           READ  WAV-FILE
             AT  END
               MOVE  "1"  TO  WAV-END-FLG
               GO  TO  EXT
           END-READ.
           ADD  +1  TO  WAV-CNT.
           IF  WAV-KOSEI-KBN  =  "1"
             GO  TO  EXT
           END-IF.
           IF  WK-WV-CNT  >=  WK-WV-MAX
             MOVE  "1"  TO  WK-WAV-OVF-FLG
             GO  TO  EXT
           END-IF.
           ADD  +1  TO  WK-WV-CNT.
           MOVE  WAV-WHS-COD     TO  WK-WV-WHS-COD    (WK-WV-CNT).
           MOVE  WAV-WAVE-NO     TO  WK-WV-WAVE-NO    (WK-WV-CNT).
           MOVE  WAV-SHOHIN-NO   TO  WK-WV-SHOHIN-NO  (WK-WV-CNT).
           MOVE  WAV-LOT-NO      TO  WK-WV-LOT-NO     (WK-WV-CNT).
           MOVE  WAV-JUCHU-NO    TO  WK-WV-JUCHU-NO   (WK-WV-CNT).
           MOVE  WAV-GYO-NO      TO  WK-WV-GYO-NO     (WK-WV-CNT).
           MOVE  WAV-SHIP-SEQ    TO  WK-WV-SHIP-SEQ   (WK-WV-CNT).
           MOVE  WAV-PICK-SURYO  TO  WK-WV-SURYO      (WK-WV-CNT).
       EXT.
           EXIT.
      ********************************************************
      *  シリアル番号取り込み処理
      ********************************************************
       PSR-LOAD-RTN               SECTION.
           READ  PSR-FILE
             AT  END
               MOVE  "1"  TO  PSR-END-FLG
               GO  TO  EXT
           END-READ.
           ADD  +1  TO  PSR-CNT.
           IF  WK-PSR-CNT  >=  WK-PSR-MAX
             MOVE  "1"  TO  WK-PSR-OVF-FLG
             GO  TO  EXT
           END-IF.
           ADD  +1  TO  WK-PSR-CNT.
           MOVE  PSR-JUCHU-NO   TO  WK-PSR-JUCHU-NO   (WK-PSR-CNT).
           MOVE  PSR-GYO-NO     TO  WK-PSR-GYO-NO     (WK-PSR-CNT).
           MOVE  PSR-SHIP-SEQ   TO  WK-PSR-SHIP-SEQ   (WK-PSR-CNT).
           MOVE  PSR-SERIAL-NO  TO  WK-PSR-SERIAL-NO  (WK-PSR-CNT).
       EXT.
           EXIT.
      ********************************************************
      *  ピッキング実績入力処理
      ********************************************************
       PKR-READ-RTN               SECTION.
       EXT.
           EXIT.
      ********************************************************
      *  照合処理（まとめ取り実績は割り戻してから照合する）
      ********************************************************
       SHOGO-RTN                  SECTION.
           MOVE  "0"        TO  WK-KEKKA-KBN.
           MOVE  PKR-SURYO  TO  WK-PKL-SURYO.
           IF  PKR-JUCHU-NO  =  ZERO
             AND  PKR-WAVE-NO  NOT  =  ZERO
               PERFORM  WAVE-BUNPAI-RTN
           ELSE
               PERFORM  GYO-SHOGO-RTN
           END-IF.
           PERFORM  PKL-WRITE-RTN.
           PERFORM  PKR-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  受注明細照合処理
      ********************************************************
       GYO-SHOGO-RTN              SECTION.
           MOVE  PKR-JUCHU-NO  TO  WK-PKR-JUCHU-NO.
           MOVE  PKR-GYO-NO    TO  WK-PKR-GYO-NO.
           MOVE  PKR-SHIP-SEQ  TO  WK-PKR-SHIP-SEQ.
           MOVE  SPACE  TO  WK-FUGO-RIYU.
           IF  WK-TBL-HIT-IDX  =  +0
             MOVE  "該当明細なし"  TO  WK-FUGO-RIYU
             MOVE  "1"  TO  WK-KEKKA-KBN
             PERFORM  FUGO-PRINT-RTN
           ELSE
             PERFORM  KENSHO-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  まとめ取り実績割り戻し処理（倉庫・ウェーブ・商品・ロット
      *  の一致するウェーブ明細へ、ウェーブ明細の数量を上限に
      *  先頭から割り戻す）
      ********************************************************
       WAVE-BUNPAI-RTN            SECTION.
           ADD  +1  TO  BUNPAI-CNT.
           MOVE  PKR-WHS-COD    TO  WK-PKR-WHS-COD.
           MOVE  PKR-WAVE-NO    TO  WK-PKR-WAVE-NO.
           MOVE  PKR-SHOHIN-NO  TO  WK-PKR-SHOHIN-NO.
           MOVE  PKR-LOT-NO     TO  WK-PKR-LOT-NO.
           MOVE  PKR-SURYO      TO  WK-SAVE-SURYO
                                    WK-ZAN-SURYO.
           MOVE  +0  TO  WK-WV-HIT-CNT.
           PERFORM  BUNPAI-RTN
             VARYING  WK-WV-IDX  FROM  1  BY  1
               UNTIL  WK-WV-IDX  >  WK-WV-CNT.
           MOVE  ZERO  TO  PKR-JUCHU-NO  PKR-GYO-NO  PKR-SHIP-SEQ.
           MOVE  WK-SAVE-SURYO  TO  PKR-SURYO.
           MOVE  SPACE  TO  WK-FUGO-RIYU.
           IF  WK-WV-HIT-CNT  =  +0
             MOVE  "該当ウェーブなし"  TO  WK-FUGO-RIYU
             MOVE  "1"  TO  WK-KEKKA-KBN
             PERFORM  FUGO-PRINT-RTN
             GO  TO  EXT
           END-IF.
           IF  WK-ZAN-SURYO  >  ZERO
             MOVE  WK-ZAN-SURYO  TO  PKR-SURYO
             MOVE  "数量過多"  TO  WK-FUGO-RIYU
             MOVE  "1"  TO  WK-KEKKA-KBN
             PERFORM  FUGO-PRINT-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  受注明細割り戻し処理（割り戻した数量で受注明細の実績と
      *  して照合する。割り戻す数量が残っていない明細はウェーブ
      *  欠品として印字する）
      ********************************************************
       BUNPAI-RTN                 SECTION.
           IF  WK-WV-HIKI-KEY  (WK-WV-IDX)  NOT  =  WK-PKR-HIKI-KEY
             GO  TO  EXT
           END-IF.
           ADD  +1  TO  WK-WV-HIT-CNT.
           IF  WK-ZAN-SURYO  <  WK-WV-SURYO  (WK-WV-IDX)
             MOVE  WK-ZAN-SURYO  TO  WK-BUN-SURYO
           ELSE
             MOVE  WK-WV-SURYO  (WK-WV-IDX)  TO  WK-BUN-SURYO
           END-IF.
           MOVE  WK-WV-JUCHU-NO  (WK-WV-IDX)  TO  PKR-JUCHU-NO.
           MOVE  WK-WV-GYO-NO    (WK-WV-IDX)  TO  PKR-GYO-NO.
           MOVE  WK-WV-SHIP-SEQ  (WK-WV-IDX)  TO  PKR-SHIP-SEQ.
           MOVE  WK-BUN-SURYO                 TO  PKR-SURYO.
           IF  WK-BUN-SURYO  =  ZERO
             MOVE  "ウェーブ欠品"  TO  WK-FUGO-RIYU
             IF  WK-KEKKA-KBN  =  "0"
               MOVE  "2"  TO  WK-KEKKA-KBN
             END-IF
             PERFORM  FUGO-PRINT-RTN
             GO  TO  EXT
           END-IF.
           PERFORM  GYO-SHOGO-RTN.
           SUBTRACT  WK-BUN-SURYO  FROM  WK-ZAN-SURYO.
       EXT.
           EXIT.
      ********************************************************
       KENSHO-RTN                 SECTION.
           IF  PKR-WHS-COD  NOT  =  WK-TBL-WHS-COD  (WK-TBL-HIT-IDX)
             MOVE  "倉庫相違"  TO  WK-FUGO-RIYU
             MOVE  "1"  TO  WK-KEKKA-KBN
             PERFORM  FUGO-PRINT-RTN
             GO  TO  EXT
           END-IF.
           IF  PKR-LOT-NO  NOT  =  WK-TBL-LOT-NO  (WK-TBL-HIT-IDX)
             MOVE  "ロット相違"  TO  WK-FUGO-RIYU
             MOVE  "1"  TO  WK-KEKKA-KBN
             PERFORM  FUGO-PRINT-RTN
             GO  TO  EXT
           END-IF.
           IF  PKR-SURYO  >  WK-TBL-SURYO  (WK-TBL-HIT-IDX)
             MOVE  "数量過多"  TO  WK-FUGO-RIYU
             MOVE  "1"  TO  WK-KEKKA-KBN
             PERFORM  FUGO-PRINT-RTN
             GO  TO  EXT
           END-IF.
           IF  PKR-SURYO  <  WK-TBL-SURYO  (WK-TBL-HIT-IDX)
             MOVE  "短出荷（警告）"  TO  WK-FUGO-RIYU
             IF  WK-KEKKA-KBN  =  "0"
               MOVE  "2"  TO  WK-KEKKA-KBN
             END-IF
             PERFORM  FUGO-PRINT-RTN
           END-IF.
           PERFORM  SERIAL-KENSHO-RTN.
           IF  WK-SRL-RIYU  NOT  =  SPACE
             MOVE  WK-SRL-RIYU  TO  WK-FUGO-RIYU
             MOVE  "1"  TO  WK-KEKKA-KBN
             PERFORM  FUGO-PRINT-RTN
             GO  TO  EXT
           END-IF.
           PERFORM  SCF-WRITE-RTN.
           IF  CFSHO-SERIAL-FLG  =  "1"
             PERFORM  SER-SHUKKA-RTN
               VARYING  WK-PSR-IDX  FROM  1  BY  1
                 UNTIL  WK-PSR-IDX  >  WK-PSR-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  シリアル番号照合処理（シリアル管理品は、明細のシリアル
      *  番号が実績数量と同数あり、いずれも在庫で登録され倉庫・
      *  ロットが実績と一致し、明細内で重複しないことを確かめる。
      *  揃わなければ不一致理由を設定する）
      ********************************************************
       SERIAL-KENSHO-RTN          SECTION.
           MOVE  SPACE  TO  WK-SRL-RIYU.
           MOVE  WK-TBL-SHOHIN-NO  (WK-TBL-HIT-IDX)
             TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               MOVE  SPACE  TO  CFSHO-SERIAL-FLG
               GO  TO  EXT
           END-READ.
           IF  CFSHO-SERIAL-FLG  NOT  =  "1"
             GO  TO  EXT
           END-IF.
           MOVE  +0     TO  WK-SRL-CNT.
           PERFORM  SRL-CHECK-RTN
             VARYING  WK-PSR-IDX  FROM  1  BY  1
               UNTIL  WK-PSR-IDX  >  WK-PSR-CNT
                  OR  WK-SRL-RIYU  NOT  =  SPACE.
           IF  WK-SRL-RIYU  =  SPACE
             AND  WK-SRL-CNT  NOT  =  PKR-SURYO
               MOVE  "シリアル数相違"  TO  WK-SRL-RIYU
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  シリアル番号個別照合処理
      ********************************************************
       SRL-CHECK-RTN              SECTION.
           IF  WK-PSR-KEY  (WK-PSR-IDX)  NOT  =  WK-PKR-KEY
             GO  TO  EXT
           END-IF.
           ADD  +1  TO  WK-SRL-CNT.
           PERFORM  SRL-DUP-RTN
             VARYING  WK-PSR-IDX2  FROM  1  BY  1
               UNTIL  WK-PSR-IDX2  >=  WK-PSR-IDX
                  OR  WK-SRL-RIYU  NOT  =  SPACE.
           IF  WK-SRL-RIYU  NOT  =  SPACE
             GO  TO  EXT
           END-IF.
           MOVE  WK-PSR-SERIAL-NO  (WK-PSR-IDX)  TO  CFSER-SERIAL-NO.
           MOVE  CFSHO-SHOHIN-NO                 TO  CFSER-SHOHIN-NO.
           READ  SER-FILE
             INVALID  KEY
               MOVE  "シリアル未登録"  TO  WK-SRL-RIYU
               GO  TO  EXT
           END-READ.
           IF  CFSER-STATUS  NOT  =  "2"
             MOVE  "シリアル在庫外"  TO  WK-SRL-RIYU
             GO  TO  EXT
           END-IF.
           IF  CFSER-WHS-COD  NOT  =  PKR-WHS-COD
             MOVE  "シリアル倉庫相違"  TO  WK-SRL-RIYU
             GO  TO  EXT
           END-IF.
           IF  PKR-LOT-NO  NOT  =  SPACE
             AND  CFSER-LOT-NO  NOT  =  PKR-LOT-NO
               MOVE  "シリアルロット相違"  TO  WK-SRL-RIYU
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  シリアル番号重複確認処理（同じ明細で先に読んだシリアル
      *  番号と同じものは重複とする）
      ********************************************************
       SRL-DUP-RTN                SECTION.
           IF  WK-PSR-KEY  (WK-PSR-IDX2)  =  WK-PKR-KEY
             AND  WK-PSR-SERIAL-NO  (WK-PSR-IDX2)  =
                  WK-PSR-SERIAL-NO  (WK-PSR-IDX)
               MOVE  "シリアル重複"  TO  WK-SRL-RIYU
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  シリアル番号出荷記帳処理（出荷確認を書いた明細のシリアル
      *  番号を出荷済とし、得意先・受注・出荷日を記帳してピッキ
      *  ングと出荷の２行を履歴へ書く）
      ********************************************************
       SER-SHUKKA-RTN             SECTION.
           IF  WK-PSR-KEY  (WK-PSR-IDX)  NOT  =  WK-PKR-KEY
             GO  TO  EXT
           END-IF.
           MOVE  WK-PSR-SERIAL-NO  (WK-PSR-IDX)  TO  CFSER-SERIAL-NO.
           MOVE  CFSHO-SHOHIN-NO                 TO  CFSER-SHOHIN-NO.
           READ  SER-FILE
             INVALID  KEY
               GO  TO  EXT
           END-READ.
           MOVE  "4"                  TO  CFSER-STATUS.
           MOVE  WK-TBL-TOKU-COD  (WK-TBL-HIT-IDX)  TO  CFSER-TOKU-COD.
           MOVE  PKR-JUCHU-NO         TO  CFSER-JUCHU-NO.
           MOVE  PKR-GYO-NO           TO  CFSER-GYO-NO.
           MOVE  PKR-SHIP-SEQ         TO  CFSER-SHIP-SEQ.
           MOVE  SCF-SHIP-DATE        TO  CFSER-SHIP-DATE.
           MOVE  WK-PC-DATE8          TO  CFSER-KOSHIN-DATE.
           MOVE  "KJBM255"            TO  CFSER-KOSHIN-PGM.
           REWRITE  SER-REC.
           ADD  +1  TO  SER-CNT.
           MOVE  "3"  TO  WK-SRH-STATUS.
           PERFORM  SRH-WRITE-RTN.
           MOVE  "4"  TO  WK-SRH-STATUS.
           PERFORM  SRH-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  シリアル番号履歴出力処理（発生日は出荷日とする）
      ********************************************************
       SRH-WRITE-RTN              SECTION.
           MOVE  SPACE            TO  SRH-REC.
           MOVE  CFSER-SERIAL-NO  TO  SRH-SERIAL-NO.
           MOVE  CFSER-SHOHIN-NO  TO  SRH-SHOHIN-NO.
           MOVE  CFSER-SHIP-DATE  TO  SRH-DATE.
           ACCEPT  SRH-TIME  FROM  TIME.
           MOVE  WK-SRH-STATUS    TO  SRH-STATUS.
           MOVE  "KJBM255"        TO  SRH-PGM-ID.
           MOVE  CFSER-WHS-COD    TO  SRH-WHS-COD.
           MOVE  CFSER-TOKU-COD   TO  SRH-AITE-COD.
           MOVE  CFSER-JUCHU-NO   TO  SRH-DENPYO-NO.
           MOVE  CFSER-GYO-NO     TO  SRH-DENPYO-GYO.
           WRITE  SRH-REC
             INVALID  KEY
               CONTINUE
           END-WRITE.
       EXT.
           EXIT.
      ********************************************************
       EXT.
           EXIT.
      ********************************************************
      *  ピッキング作業実績出力処理（受け取った実績の数量と照合
      *  結果で書き出す。ピッキング日が無ければ処理日とする）
      ********************************************************
       PKL-WRITE-RTN              SECTION.
           MOVE  SPACE           TO  PKL-REC.
           MOVE  PKR-PICKER-ID   TO  PKL-PICKER-ID.
           MOVE  PKR-WHS-COD     TO  PKL-WHS-COD.
           IF  PKR-PICK-DATE  NOT  =  ZERO
             MOVE  PKR-PICK-DATE  TO  PKL-PICK-DATE
           ELSE
             MOVE  WK-PC-DATE8    TO  PKL-PICK-DATE
           END-IF.
           MOVE  PKR-START-TIME  TO  PKL-START-TIME.
           MOVE  PKR-END-TIME    TO  PKL-END-TIME.
           MOVE  PKR-WAVE-NO     TO  PKL-WAVE-NO.
           MOVE  PKR-JUCHU-NO    TO  PKL-JUCHU-NO.
           MOVE  PKR-GYO-NO      TO  PKL-GYO-NO.
           MOVE  PKR-SHIP-SEQ    TO  PKL-SHIP-SEQ.
           MOVE  WK-PKL-SURYO    TO  PKL-SURYO.
           MOVE  WK-KEKKA-KBN    TO  PKL-KEKKA-KBN.
           WRITE  PKL-REC.
           ADD  +1  TO  PKL-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  不一致印字処理
      ********************************************************
       FUGO-PRINT-RTN             SECTION.
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  PKR-FILE  OTF-FILE  SCF-FILE  OEF-FILE  PKL-FILE
                  IMF-FILE  SER-FILE  SRH-FILE.
           DISPLAY  "*** PKR-CNT="  PKR-CNT.
           DISPLAY  "*** OTF-CNT="  OTF-CNT.
           DISPLAY  "*** SCF-CNT="  SCF-CNT.
           DISPLAY  "*** FUGO="     FUGO-CNT.
           DISPLAY  "*** PKL-CNT="  PKL-CNT.
           DISPLAY  "*** PSR-CNT="  PSR-CNT.
           DISPLAY  "*** SER-CNT="  SER-CNT.
           IF  WK-WAVE-FLG  =  "1"
             DISPLAY  "*** WAV-CNT="     WAV-CNT
             DISPLAY  "*** BUNPAI-CNT="  BUNPAI-CNT
           END-IF.
           DISPLAY  "*** KJBM255  END ***".
       EXT.
           EXIT.
