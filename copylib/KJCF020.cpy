000010******************************************************************
000020*    KJCF020 : 受注チェックファイル              LRECL=183
000030******************************************************************
000040     03  JF020-DATA-KBN              PIC  X(01).
000042*    受注番号＋行番号（訂正待ち控え（PND）等のキーとして
000160       05  JF020-SURYO               PIC  9(05).
000165*    単位区分（1＝個、2＝ケース）
000170     03  JF020-UNIT-KBN              PIC  X(01).
000171*    セット引当区分（"1"＝KJBM030がセット商品を構成品の在庫
000172*    で引き当てた明細。ピッキングリストが構成品を展開印字する。
000173*    空白＝単品・組立済みセット在庫からの引当）
000174     03  JF020-KIT-KBN               PIC  X(01).
000175*    無償区分（"1"＝サンプル等の無償出荷、"2"＝委託在庫の補充。
000176*    空白＝通常の有償受注）。引当・出荷は通常受注と同じに流し
000177*    KJBM030は金額をゼロとする。KUBM010は売上に計上せず"1"は
000178*    見本品出荷ファイル、"2"は委託補充ファイルへ原価で控える
000179     03  JF020-MUSHO-KBN             PIC  X(01).
000180     03  JF020-ERR-KBN-TBL.
000190       05   JF020-ERR-KBN            PIC  X(01)
000200                                     OCCURS 10 TIMES.
000430*    2=廃棄、3=検品保留。戻入はKJBM030が倉庫在庫へ加算する）
000440     03  JF020-SHOBUN-KBN            PIC  X(01).
000450*    希望納品日（ゼロ＝指定なし＝即時出荷。KJBM020がKCBS010
000460*    で暦日・世紀変換し、営業日カレンダで要確認警告を立てる。
000465*    自社便の配送ルートがある出荷先はKJBM040が運行日へ合わせる）
000470     03  JF020-NOKI-DATE.
000480       05  JF020-NOKI-Y1             PIC  9(02).
000490       05  JF020-NOKI-DATE6.
000670*    ＲＭＡ番号（データ区分"9"＝返品の場合の返品承認番号。
000680*    KJBM020が承認の実在・有効を検査する。ゼロ＝承認なし）
000690     03  JF020-RMA-NO                PIC  9(06).
000700*    直送区分（"1"＝直送品（CFSHO-CHOKUSO-FLG）の新規受注。
000710*    KJBM030が在庫を引き当てずに立て、引当倉庫・ロットは空白
000720*    のまま。ピッキング・梱包・運送便割当の対象外とし、直送
000730*    発注書作成（KHBM015）が仕入先への直送発注を起こす。売上は
000740*    仕入先の出荷確認（KHBM080）を待ってKUBM010が計上する）
000750     03  JF020-CHOKUSO-KBN           PIC  X(01).
000760*    単価出所区分（KJBM030が金額計算に適用した単価の出所。
000770*    "1"＝包括契約、"2"＝得意先別契約単価、"3"＝数量別単価、
000780*    "4"＝単価改定履歴、"5"＝商品マスタ現行単価、"9"＝無償
000790*    （単価ゼロ）。キャンペーン値引の適用はJF020-CMP-CODで
000800*    示す。商品未登録等で単価を当てなかった明細は空白）
000810     03  JF020-TANKA-KBN             PIC  X(01).
000820*    会社コード（受注した販売会社。KJBM030が得意先マスタの
000830*    会社コードを写す。得意先未登録・空白＝"01"）
000840     03  JF020-KAISHA-COD            PIC  X(02).
