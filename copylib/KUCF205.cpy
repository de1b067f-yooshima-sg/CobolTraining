000010******************************************************************
000020*    KUCF205 : 与信限度見直し提案ファイル        LRECL=61
000030******************************************************************
000040*    四半期の与信見直し（KUBM340）が増額・減額を提案した得意先
000050*    の控え（据置は出力しない）。与信管理者が提案を確認し、
000060*    採用するものに採用フラグ"1"を立てて（提案と異なる額に
000070*    する場合は採用限度額も設定して）KUBM345へ渡すと、得意先
000080*    マスタの変更申請（KJCF050）が起票され、通常の承認
000090*    （KJBM150）・適用（KJBM080）を経て与信限度額が変わる
000100     03  UF205-TOKU-COD              PIC  X(04).
000110*    提案日（YYYYMMDD）
000120     03  UF205-TEIAN-DATE            PIC  9(08).
000130*    提案区分（"1"＝増額、"3"＝減額）
000140     03  UF205-TEIAN-KBN             PIC  X(01).
000150*    提案時の与信限度額と提案限度額
000160     03  UF205-GENZAI-LIMIT          PIC S9(09).
000170     03  UF205-TEIAN-LIMIT           PIC S9(09).
000180*    判定根拠（売掛日数ＤＳＯ・平均遅延日数・連続振替不能
000190*    回数・限度額利用率％・一時増枠回数）
000200     03  UF205-DSO                   PIC  9(03).
000210     03  UF205-CHIEN-DAYS            PIC  9(03).
000220     03  UF205-FUNO-CNT              PIC  9(03).
000230     03  UF205-RIYO-RITU             PIC  9(03).
000240     03  UF205-ZOWAKU-CNT            PIC  9(03).
000250*    採否（与信管理者が設定する。"1"＝採用、それ以外＝見送り。
000260*    採用限度額ゼロ・非数字は提案限度額を採用する）
000270     03  UF205-SAIYO-FLG             PIC  X(01).
000280     03  UF205-SAIYO-LIMIT           PIC S9(09).
000290*    エラー区分（KUBM345が設定する。"1"＝得意先がマスタに無い、
000300*    "2"＝与信限度額が提案後に変更されている）
000310     03  UF205-ERR-KBN               PIC  X(01).
000320     03  FILLER                      PIC  X(04).
