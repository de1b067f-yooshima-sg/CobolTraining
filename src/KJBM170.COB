      *  サブシステム名    ：受注
      *  プログラム名      ：受注応答ファイル作成
      *  作成日／作成者    ：２０２６年８月２３日  システム技研
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：受注チェックファイルのレコード長変更
      *                    ：警告区分に配送日変更を追加
      ********************************************************
      *    KJBM050の振り分け結果（OTF1＝通常、OTF3＝至急、OTF2＝
      *    不良）を読み、受注を送ってきた得意先ごとに１本の
         02  WK-ERR-MSG-1          PIC  X(14)  OCCURS  10  TIMES.
      *    警告区分(10)の理由文言（1=価格差異、2=営業員要確認、
      *    3=為替レート鮮度、4=休業日の受注・納品日付、5=与信
      *    一時増枠による承認済み、6=配送ルートの運行日への
      *    配送日変更）
       01  WK-WARN-MSG-V.
         02  FILLER                PIC  X(14)  VALUE
                                        "価格差異あり".
                                        "休業日要確認".
         02  FILLER                PIC  X(14)  VALUE
                                        "増枠承認済み".
         02  FILLER                PIC  X(14)  VALUE
                                        "配送日変更".
       01  WK-WARN-MSG-TBL  REDEFINES  WK-WARN-MSG-V.
         02  WK-WARN-MSG           PIC  X(14)  OCCURS  6  TIMES.
      *  送信控えリスト見出し・明細
       01  H1-MIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
               MOVE  "1"  TO  IT1-END-FLG
             NOT  AT  END
               ADD  +1  TO  ITF-CNT
               MOVE  IT1-REC  TO  SRT-REC  (1:183)
               MOVE  "1"      TO  SRT-OUTCOME
               RELEASE  SRT-REC
           END-READ.
               MOVE  "1"  TO  IT3-END-FLG
             NOT  AT  END
               ADD  +1  TO  ITF-CNT
               MOVE  IT3-REC  TO  SRT-REC  (1:183)
               MOVE  "3"      TO  SRT-OUTCOME
               RELEASE  SRT-REC
           END-READ.
               MOVE  "1"  TO  IT2-END-FLG
             NOT  AT  END
               ADD  +1  TO  ITF-CNT
               MOVE  IT2-REC  TO  SRT-REC  (1:183)
               MOVE  "R"      TO  SRT-OUTCOME
               RELEASE  SRT-REC
           END-READ.
                   MOVE  WK-WARN-MSG  (4)  TO  WK-RIYU
                 WHEN  "5"
                   MOVE  WK-WARN-MSG  (5)  TO  WK-RIYU
                 WHEN  "6"
                   MOVE  WK-WARN-MSG  (6)  TO  WK-RIYU
                 WHEN  OTHER
                   MOVE  WK-WARN-MSG  (1)  TO  WK-RIYU
               END-EVALUATE
