000010******************************************************************
000020*    KCCFSER : シリアル番号ファイル              LRECL=100
000030******************************************************************
000040*    シリアル管理品（CFSHO-SERIAL-FLG="1"）の１台ごとの現在の
000050*    所在。入庫（KJBM115）が入荷時に在庫で起こし、ピッキング
000060*    実績取込（KJBM255）が出荷先の得意先・受注を記帳して出荷
000070*    済とし、返品検品結果入力（KJBM310）が返品を記帳する。
000080*    状態が変わるたびにシリアル番号履歴（KJCF380）へ１行ずつ
000090*    書き足す。シリアル番号照会（KJBM460）が所在・出荷先・
000100*    保証期限を表示する
000110     03  CFSER-KEY.
000120       05  CFSER-SERIAL-NO           PIC  X(20).
000130       05  CFSER-SHOHIN-NO           PIC  X(05).
000140*    状態（"2"＝在庫、"3"＝ピッキング済、"4"＝出荷済（得意先
000150*    所在）、"5"＝返品（戻入せず廃棄・仕入先返品とした））
000160     03  CFSER-STATUS                PIC  X(01).
000170*    在庫の倉庫・ロット番号（出荷済・返品は最後の倉庫）
000180     03  CFSER-WHS-COD               PIC  X(02).
000190     03  CFSER-LOT-NO                PIC  X(10).
000200*    入荷元の仕入先と入庫日（YYYYMMDD）
000210     03  CFSER-SIIRE-COD             PIC  X(06).
000220     03  CFSER-NYUKO-DATE            PIC  9(08).
000230*    最後に出荷した得意先・受注番号＋行番号＋出荷連番・出荷日
000240*    （YYYYMMDD。保証期限の起算日）
000250     03  CFSER-TOKU-COD              PIC  X(04).
000260     03  CFSER-JUCHU-NO              PIC  9(06).
000270     03  CFSER-GYO-NO                PIC  9(02).
000280     03  CFSER-SHIP-SEQ              PIC  9(02).
000290     03  CFSER-SHIP-DATE             PIC  9(08).
000300*    返品日（YYYYMMDD。返品検品の決定日）
000310     03  CFSER-HENPIN-DATE           PIC  9(08).
000320*    最終更新日・更新プログラム
000330     03  CFSER-KOSHIN-DATE           PIC  9(08).
000340     03  CFSER-KOSHIN-PGM            PIC  X(08).
000350     03  FILLER                      PIC  X(02).
