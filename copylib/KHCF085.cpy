000010******************************************************************
000020*    KHCF085 : 仕入先別取扱商品マスタ申請ファイル    LRECL=58
000030******************************************************************
000040*    仕入先別取扱商品マスタ（KCCFSPR）の追加／変更／削除の
000050*    申請。得意先マスタ申請（KJCF050）と同じ承認ワークフロー
000060*    項目を持ち、申請承認（KJBM150、対象マスタ"W"）で承認
000070*    された申請を仕入先別取扱商品マスタメンテナンス（KHBM095）
000080*    が適用する
000090     03  HF085-ACTION-KBN            PIC  X(01).
000100     03  HF085-SHOHIN-NO             PIC  X(05).
000110     03  HF085-SIIRE-COD             PIC  X(06).
000120*    主力フラグ（CFSPR-PRIMARY-FLGへ設定する値。"1"を設定
000130*    すると同じ商品の他の仕入先の主力フラグは外す）
000140     03  HF085-PRIMARY-FLG           PIC  X(01).
000150*    仕入単価（CFSPR-SIIRE-TANKAへ設定する値）
000160     03  HF085-SIIRE-TANKA           PIC S9(05)V9(2).
000170*    承認ワークフロー（KJCF050と同じ扱い）
000180     03  HF085-APPLY-USER            PIC  X(08).
000190     03  HF085-APPROVE-USER          PIC  X(08).
000200     03  HF085-APPROVE-FLG           PIC  X(01).
000210     03  HF085-APPROVE-COMMENT       PIC  X(20).
000220     03  HF085-ERR-KBN               PIC  X(01).
