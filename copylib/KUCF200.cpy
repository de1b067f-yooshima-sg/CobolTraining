000010******************************************************************
000020*    KUCF200 : 得意先商品別購買実績ファイル      LRECL=60
000030******************************************************************
000040*    売上集計（KUBM020）が売上明細（データ区分"1"）１行ごと
000050*    に得意先＋商品のキーでWRITE／REWRITEして積み上げる購買
000060*    実績の累積控え。受注データ振り分け（KJBM050）が受注明細
000070*    の数量・金額を過去の平均と比べる数量異常チェックに使う
000080*    （キーが無い＝その得意先の初回受注商品）
000090     03  UF200-KEY.
000100       05  UF200-TOKU-COD            PIC  X(04).
000110       05  UF200-SHOHIN-NO           PIC  X(05).
000120*    売上明細の行数・数量（基本単位）の合計・金額の合計
000130     03  UF200-KAISU                 PIC  9(07).
000140     03  UF200-SURYO-GOKEI           PIC  9(11).
000150     03  UF200-KINGAKU-GOKEI         PIC S9(13).
000160*    初回・最終の受注日（YYYYMMDD）
000170     03  UF200-FIRST-DATE            PIC  9(08).
000180     03  UF200-LAST-DATE             PIC  9(08).
000190     03  FILLER                      PIC  X(04).
