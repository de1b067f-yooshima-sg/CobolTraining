000010******************************************************************
000020*    KHCF010 : 発注ファイル                      LRECL=184
000030******************************************************************
000040*    仕入先へ発行済みの注文の控え。発注書作成（KHBM010）が
000050*    仕入先別に発注番号を採番して書き出し、入庫処理
000250*    請求済数量（仕入請求照合（KHBM030）が照合一致した
000260*    請求数量を積み上げ、二重請求を検出する）
000270     03  HF010-SEIKYU-SURYO          PIC  9(07).
000280*    直送区分（"1"＝直送発注書作成（KHBM015）が直送品の受注
000290*    明細から起こした直送発注。仕入先が得意先の出荷先へ直接
000300*    出荷するため入庫（KJBM115）・仕入先返品（KJBM375）の
000310*    対象とせず、入庫済数量は仕入先の出荷確認（KHBM080）が
000320*    出荷数量を積み上げる。空白＝通常の補充発注）
000330     03  HF010-CHOKUSO-KBN           PIC  X(01).
000340*    直送元の受注番号・行番号・次回の出荷連番（分納時は仕入先
000350*    の出荷確認ごとにKHBM080が出荷連番を進める）
000360     03  HF010-JUCHU-NO              PIC  9(06).
000370     03  HF010-JUCHU-GYO             PIC  9(02).
000380     03  HF010-SHIP-SEQ              PIC  9(02).
000382*    受注単位入数（受注がケース単位の場合はケース入数、個単位
000384*    は１。発注・出荷確認の数量は基本単位で、KHBM080がこの
000386*    入数で割って受注単位の出荷数量へ戻す）
000388     03  HF010-IRISU                 PIC  9(05).
000390*    直送先（受注の得意先・出荷先と、発注時点の出荷先マスタ
000400*    （KCCFSHK）の宛名・住所。出荷先の指定が無い受注は得意先
000410*    マスタの請求先住所）
000420     03  HF010-TOKU-COD              PIC  X(04).
000430     03  HF010-SHIP-COD              PIC  X(04).
000440     03  HF010-SHIP-MEI              PIC  X(20).
000450     03  HF010-YUBIN-NO              PIC  X(08).
000460     03  HF010-JUSHO                 PIC  X(50).
000470     03  HF010-TEL                   PIC  X(12).
000480*    見積番号（採用された仕入見積（KHCF015）から起こした発注
000490*    行のみ。見積の採用理由は見積側に記録する。ゼロ＝見積を
000500*    経ない発注）
000510     03  HF010-RFQ-NO                PIC  9(06).
