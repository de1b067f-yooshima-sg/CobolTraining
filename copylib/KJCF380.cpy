000010******************************************************************
000020*    KJCF380 : シリアル番号履歴ファイル          LRECL=70
000030******************************************************************
000040*    シリアル番号ファイル（KCCFSER）の状態が変わるたびに、
000050*    更新したプログラムが１行ずつ書き足す足取り控え。シリアル
000060*    番号照会（KJBM460）がシリアル番号指定で時系列に一覧する。
000070*    状態："1"＝入荷（KJBM115）、"2"＝在庫（KJBM115の入庫・
000080*    KJBM310の返品戻入）、"3"＝ピッキング（KJBM255）、"4"＝
000090*    出荷（KJBM255）、"5"＝返品（KJBM310）
000100     03  SRH-KEY.
000110       05  SRH-SERIAL-NO             PIC  X(20).
000120       05  SRH-SHOHIN-NO             PIC  X(05).
000130*      発生日（YYYYMMDD。入庫日・ピッキング日・返品検品の
000140*      決定日）と記録時刻（HHMMSSss）
000150       05  SRH-DATE                  PIC  9(08).
000160       05  SRH-TIME                  PIC  9(08).
000170       05  SRH-STATUS                PIC  X(01).
000180     03  SRH-PGM-ID                  PIC  X(08).
000190     03  SRH-WHS-COD                 PIC  X(02).
000200*    入荷は仕入先コード、出荷・返品は得意先コード
000210     03  SRH-AITE-COD                PIC  X(06).
000220*    起因伝票（入荷は発注番号＋行番号、出荷・返品は受注番号
000230*    ＋行番号）
000240     03  SRH-DENPYO-NO               PIC  9(06).
000250     03  SRH-DENPYO-GYO              PIC  9(02).
000260     03  FILLER                      PIC  X(04).
