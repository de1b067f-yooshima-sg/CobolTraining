000010******************************************************************
000020*    KUCF245 : 発行文書保存索引ファイル             LRECL=69
000030******************************************************************
000040*    電子帳簿保存法に基づき保存する発行済み文書（請求明細書・
000050*    デジタルインボイス・請求調整メモ・納品書）の索引。１通に
000060*    つき１件、文書保存サービス（KCBS060）が文書の本文
000070*    （KUCF240）とあわせて書き出す。外部名ARX、索引編成で
000080*    キーは文書区分＋文書番号＋発行日＋発行時刻。同じ文書
000090*    番号を再度発行した（再実行した）場合も発行時刻の違う
000100*    別の索引として残り、上書きはしない
000110     03  ARX-KEY.
000120*      文書区分（"1"＝請求明細書、"2"＝グループ合算請求
000130*      明細書、"3"＝デジタルインボイス、"4"＝請求調整メモ、
000140*      "5"＝納品書）
000150       05  ARX-DOC-KBN               PIC  X(01).
000160       05  ARX-DOC-NO                PIC  X(10).
000170*      発行日（YYYYMMDD）・発行時刻（HHMMSS＋1/100秒）
000180       05  ARX-HAKKO-DATE            PIC  9(08).
000190       05  ARX-HAKKO-TIME            PIC  9(08).
000200     03  ARX-TOKU-COD                PIC  X(04).
000210     03  ARX-KAISHA-COD              PIC  X(02).
000220*    文書の金額（請求額・メモ金額・納品合計）
000230     03  ARX-KINGAKU                 PIC S9(11).
000240     03  ARX-GYO-CNT                 PIC  9(05).
000250*    改ざん検知用ハッシュ（索引の各項目と本文全行から計算）
000260     03  ARX-HASH                    PIC  9(12).
000270     03  ARX-PGM-ID                  PIC  X(08).
