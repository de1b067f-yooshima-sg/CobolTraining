000010******************************************************************
000020*    KHCF015 : 仕入見積依頼ファイル              LRECL=170
000030******************************************************************
000040*    金額の大きい補充発注について、発注前に取扱仕入先の全社
000050*    から見積を取るための依頼と回答の控え。見積依頼書作成
000060*    （KHBM110）が承認済みの発注推奨行から見積番号を採番し、
000070*    その商品を扱う取引中の仕入先ごとに１件書き出す。仕入
000080*    見積回答登録（KHBM115）が回答と採用・採用理由を記録し、
000090*    発注書作成（KHBM010）が採用された見積を発注に起こして
000100*    発注番号を書き戻す
000110     03  HF015-KEY.
000120       05  HF015-RFQ-NO              PIC  9(06).
000130       05  HF015-SIIRE-COD           PIC  X(06).
000140     03  HF015-SHOHIN-NO             PIC  X(05).
000150     03  HF015-SHOHIN-MEI            PIC  X(20).
000160*    依頼数量（推奨発注数量。基本単位）・依頼日・回答期限
000170     03  HF015-IRAI-SURYO            PIC  9(07).
000180     03  HF015-IRAI-DATE             PIC  9(08).
000190     03  HF015-KAITO-KIGEN           PIC  9(08).
000200*    参考単価（依頼時点の仕入先別取扱商品マスタの単価。
000210*    取扱商品マスタに単価の無い仕入先はゼロ）
000220     03  HF015-SANKO-TANKA           PIC S9(05)V9(2).
000230*    状態（空白＝回答待ち、"1"＝回答済、"2"＝辞退、
000240*    "8"＝不採用・依頼取消、"9"＝採用）
000250     03  HF015-STATUS                PIC  X(01).
000260*    回答日・見積単価・諸掛（送料等の見積総額）・着地単価
000270*    （見積単価＋諸掛÷依頼数量）・リードタイム日数・見積
000280*    有効期限（ゼロ＝期限なし）
000290     03  HF015-KAITO-DATE            PIC  9(08).
000300     03  HF015-MITSU-TANKA           PIC S9(05)V9(2).
000310     03  HF015-SHOKAKARI             PIC S9(07).
000320     03  HF015-CHAKU-TANKA           PIC S9(05)V9(2).
000330     03  HF015-LEAD-DAYS             PIC  9(03).
000340     03  HF015-YUKO-DATE             PIC  9(08).
000350*    採用理由区分（"1"＝着地単価最安、"2"＝納期最短、
000360*    "3"＝品質・納入実績、"4"＝取引条件、"9"＝その他）・
000370*    採用理由・採用日・採用者（操作者ＩＤ）
000380     03  HF015-RIYU-KBN              PIC  X(01).
000390     03  HF015-RIYU                  PIC  X(30).
000400     03  HF015-SENTEI-DATE           PIC  9(08).
000410     03  HF015-SENTEI-USER           PIC  X(08).
000420*    採用見積から起こした発注番号・行番号（ゼロ＝未発注）
000430     03  HF015-PO-NO                 PIC  9(06).
000440     03  HF015-PO-GYO                PIC  9(02).
000450     03  FILLER                      PIC  X(07).
