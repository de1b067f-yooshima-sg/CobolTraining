000010******************************************************************
000020*    KCBS030P : 受注番号採番連携パラメタ          LRECL=17
000030******************************************************************
000040     01  KCBS030-P1.
000050*      発番元ＩＤ（番号範囲マスタのキー。呼出元プログラム名）
000060       03  S030-SOURCE-ID            PIC  X(08).
000061*      会社コード（受注する得意先の会社。空白＝"01"）
000062       03  S030-KAISHA-COD           PIC  X(02).
000070*      払い出された受注番号
000080       03  S030-JUCHU-NO             PIC  9(06).
000090*      戻り値（空白＝正常、"E"＝発番元未登録・範囲枯渇）
