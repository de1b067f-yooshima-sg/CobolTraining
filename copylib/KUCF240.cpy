000010******************************************************************
000020*    KUCF240 : 発行文書保存本文ファイル             LRECL=283
000030******************************************************************
000040*    発行した文書の印字行・ＸＭＬ行を、発行したとおりの内容で
000050*    １行１件に保存する。外部名ARC、索引編成でキーは索引
000060*    （KUCF245）のキー＋行番号。再発行（KUBM390）は本ファイル
000070*    から元の文書をそのまま再現する
000080     03  ARC-KEY.
000090       05  ARC-DOC-KBN               PIC  X(01).
000100       05  ARC-DOC-NO                PIC  X(10).
000110       05  ARC-HAKKO-DATE            PIC  9(08).
000120       05  ARC-HAKKO-TIME            PIC  9(08).
000130       05  ARC-GYO-NO                PIC  9(05).
000140*    改行区分（"P"＝改ページ、"1"〜"9"＝行送り数、"0"＝
000150*    行送りなし（ＸＭＬ等のテキスト行））
000160     03  ARC-KAIGYO                  PIC  X(01).
000170     03  ARC-LINE                    PIC  X(250).
