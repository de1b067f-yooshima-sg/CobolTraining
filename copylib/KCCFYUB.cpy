000010******************************************************************
000020*    KCCFYUB : 郵便番号マスタファイル              LRECL=100
000030******************************************************************
000040*    日本郵便の郵便番号データ（全国一括）を郵便番号マスタ作成
000050*    （KJBM445）で取り込んだもの。郵便番号（７桁）をキーとし、
000060*    １つの郵便番号に複数の町域がある場合は最初の町域を持つ
000070*    （都道府県・市区町村は同じ）。郵便番号・住所照合（KCBS050）
000080*    が得意先・出荷先の郵便番号の存在確認と住所との照合、運送
000090*    会社割当の地域判定に使う
000100     03  CFYUB-YUBIN-NO              PIC  X(07).
000110*    全国地方公共団体コード（都道府県２桁＋市区町村３桁）
000120     03  CFYUB-JIS-COD.
000130       05  CFYUB-KEN-COD             PIC  X(02).
000140       05  CFYUB-SHI-COD             PIC  X(03).
000150*    都道府県名・市区町村名・町域名（漢字。町域の「以下に掲載
000160*    がない場合」は空白とする）
000170     03  CFYUB-KEN-MEI               PIC  X(08).
000180     03  CFYUB-SHI-MEI               PIC  X(24).
000190     03  CFYUB-CHO-MEI               PIC  X(40).
000200     03  FILLER                      PIC  X(16).
