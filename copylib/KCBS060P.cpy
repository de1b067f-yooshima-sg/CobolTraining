000010******************************************************************
000020*    KCBS060P : 発行文書保存連携パラメタ          LRECL=322
000030******************************************************************
000040*    機能区分："1"＝文書開始（区分・番号を渡すと発行日・発行
000050*    時刻を返す）、"2"＝１行保存（改行区分と行を渡す）、"3"＝
000060*    文書終了（得意先・会社・金額を渡すと索引を書き、行数と
000070*    ハッシュを返す）、"5"＝検証（区分・番号・発行日・発行
000080*    時刻を渡すと保存文書を読み直してハッシュを照合し、索引の
000090*    内容を返す）、"6"＝次行取出し（"5"の後に呼ぶと本文を
000100*    先頭から１行ずつ返す）、"9"＝ファイルのクローズ。
000110*    リターンコード：空白＝正常、"E"＝ファイル異常・手順誤り、
000120*    "N"＝該当文書なし（"5"）、"H"＝ハッシュ不一致（"5"、
000130*    改ざんの疑い）、"Z"＝本文の終わり（"6"）
000140     01  KCBS060-P1.
000150       03  S060-FUNC                 PIC  X(01).
000160*      文書区分（KUCF245参照）・文書番号
000170       03  S060-DOC-KBN              PIC  X(01).
000180       03  S060-DOC-NO               PIC  X(10).
000190       03  S060-HAKKO-DATE           PIC  9(08).
000200       03  S060-HAKKO-TIME           PIC  9(08).
000210       03  S060-TOKU-COD             PIC  X(04).
000220       03  S060-KAISHA-COD           PIC  X(02).
000230       03  S060-KINGAKU              PIC S9(11).
000240       03  S060-PGM-ID               PIC  X(08).
000250       03  S060-GYO-CNT              PIC  9(05).
000260       03  S060-HASH                 PIC  9(12).
000270*      改行区分（KUCF240参照）と行の内容
000280       03  S060-KAIGYO               PIC  X(01).
000290       03  S060-LINE                 PIC  X(250).
000300       03  S060-RCD                  PIC  X(01).
