000010******************************************************************
000020*    KUCF230 : 振込専用口座マスタ申請ファイル      LRECL=50
000030******************************************************************
000040*    得意先振込専用口座マスタ（KCCFVAN）の追加／変更／削除の
000050*    申請。変更は口座の割当先得意先の付け替えとする。申請承認
000060*    （KJBM150、対象マスタ"U"）で承認された申請を振込専用
000070*    口座マスタメンテナンス（KUBM370）が適用する
000080     03  UF230-ACTION-KBN            PIC  X(01).
000090     03  UF230-KOZA-NO               PIC  9(07).
000100     03  UF230-TOKU-COD              PIC  X(04).
000110*    承認ワークフロー（KJCF050と同じ扱い）
000120     03  UF230-APPLY-USER            PIC  X(08).
000130     03  UF230-APPROVE-USER          PIC  X(08).
000140     03  UF230-APPROVE-FLG           PIC  X(01).
000150     03  UF230-APPROVE-COMMENT       PIC  X(20).
000160     03  UF230-ERR-KBN               PIC  X(01).
