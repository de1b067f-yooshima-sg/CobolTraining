000010******************************************************************
000020*    KJCF010 : 受注データファイル                LRECL=65
000030******************************************************************
000040     03  JF010-DATA-KBN              PIC  X(01).
000042*    明細部（データ区分"1"／"2"／"9"の業務データが使用）
000352*    （KJBM275。見積単価を受注時単価に引き継ぐため、単価
000354*    差異警告の対象外）。応答・帳票出力で区別する）
000356       05  JF010-ORIGIN-KBN          PIC  X(01).
000357*    無償区分（"1"＝サンプル等の無償出荷、"2"＝委託在庫の補充
000358*    出荷。空白＝通常の有償受注。データ区分"1"のみ指定できる）
000359       05  JF010-MUSHO-KBN           PIC  X(01).
000360*    ヘッダ／トレーラ部の別名（データ区分"H"＝ヘッダ、"T"＝
000362*    トレーラ。送信元がバッチの先頭に送信元ＩＤ・作成日を、
000364*    末尾に明細件数と数量ハッシュ合計を申告し、受信側
000366*    （KJBM005／KJBM010）が実際に読めた値と突合する。伝送
000368*    切れで末尾が欠けたファイルをここで検出する）
000370     03  JF010-HT-BODY  REDEFINES  JF010-BODY.
000372       05  JF010-HT-SENDER-ID        PIC  X(08).
000374       05  JF010-HT-CREATE-DATE      PIC  9(08).
000376       05  JF010-HT-REC-CNT          PIC  9(07).
000378       05  JF010-HT-SURYO-HASH       PIC  9(11).
000380       05  FILLER                    PIC  X(30).
