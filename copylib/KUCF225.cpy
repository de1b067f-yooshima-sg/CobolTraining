000010******************************************************************
000020*    KUCF225 : 口座振替口座マスタ申請ファイル      LRECL=97
000030******************************************************************
000040*    得意先口座振替マスタ（KCCFBNK）の追加／変更／削除の申請。
000050*    得意先マスタ申請（KJCF050）と同じ承認ワークフロー項目を
000060*    持ち、申請承認（KJBM150、対象マスタ"G"）で承認された
000070*    申請を口座振替口座マスタメンテナンス（KUBM365）が適用
000080*    する
000090     03  UF225-ACTION-KBN            PIC  X(01).
000100     03  UF225-TOKU-COD              PIC  X(04).
000110*    金融機関コード・支店コード（金融機関店舗マスタ（KCCFGIN）
000120*    に存在し、廃止されていないこと）
000130     03  UF225-GINKO-COD             PIC  9(04).
000140     03  UF225-SHITEN-COD            PIC  9(03).
000150*    預金種目（1＝普通、2＝当座）
000160     03  UF225-YOKIN-SYU             PIC  9(01).
000170     03  UF225-KOZA-NO               PIC  9(07).
000180*    口座名義（半角カナ）
000190     03  UF225-KOZA-MEI              PIC  X(30).
000200*    口座振替契約フラグ（"1"＝契約中）
000210     03  UF225-ITAKU-FLG             PIC  X(01).
000220*    口座振替依頼書受領日（YYYYMMDD。契約中とする申請では
000230*    必須）
000240     03  UF225-IRAI-DATE             PIC  9(08).
000250*    承認ワークフロー（KJCF050と同じ扱い）
000260     03  UF225-APPLY-USER            PIC  X(08).
000270     03  UF225-APPROVE-USER          PIC  X(08).
000280     03  UF225-APPROVE-FLG           PIC  X(01).
000290     03  UF225-APPROVE-COMMENT       PIC  X(20).
000300     03  UF225-ERR-KBN               PIC  X(01).
