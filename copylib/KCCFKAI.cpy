000010******************************************************************
000020*    KCCFKAI : 会社マスタファイル                LRECL=150
000030******************************************************************
000040*    グループ内で販売を行う法人ごとの登録簿。会社コードを
000050*    キーとし、得意先マスタ・売上・未決済明細・仕訳の会社
000060*    コードが指す法人の名称・適格請求書発行事業者登録番号
000070*    を請求書・明細書・Ｐｅｐｐｏｌ請求データ・ＧＬ抽出へ
000080*    印字・出力するのに使う。倉庫・商品マスタは全社共通で、
000090*    会社コードを持たない。会社コード空白の既存データは
000100*    "01"（従来からの会社）として扱う。内容は法人設立時に
000110*    外部で作成する
000120     03  CFKAI-KAISHA-COD            PIC  X(02).
000130     03  CFKAI-KAISHA-MEI            PIC  X(40).
000140*    適格請求書発行事業者登録番号（"T"＋法人番号１３桁）
000150     03  CFKAI-TOROKU-NO             PIC  X(14).
000160     03  CFKAI-YUBIN-NO              PIC  X(08).
000170     03  CFKAI-JUSHO                 PIC  X(50).
000180     03  CFKAI-TEL-NO                PIC  X(12).
000190     03  FILLER                      PIC  X(24).
