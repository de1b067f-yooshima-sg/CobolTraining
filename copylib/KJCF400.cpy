000010******************************************************************
000020*    KJCF400 : 契約単価マスタ申請ファイル          LRECL=72
000030******************************************************************
000040*    契約単価マスタ（KCCFCPR）の追加／変更／削除の申請。
000050*    得意先マスタ申請（KJCF050）と同じ承認ワークフロー項目
000060*    を持ち、申請承認（KJBM150、対象マスタ"J"）で承認された
000070*    申請を契約単価マスタメンテナンス（KJBM470）が適用する。
000080*    キーは得意先コード＋商品番号＋適用開始日で、変更で
000090*    付け替えられるのは適用終了日と契約単価だけ
000100     03  JF400-ACTION-KBN            PIC  X(01).
000110     03  JF400-TOKU-COD              PIC  X(04).
000120     03  JF400-SHOHIN-NO             PIC  X(05).
000130*    適用開始日・適用終了日（YYYYMMDD。終了日ゼロは無期限）
000140     03  JF400-EFF-FROM              PIC  9(08).
000150     03  JF400-EFF-TO                PIC  9(08).
000160*    契約単価（基本単位あたり）
000170     03  JF400-TANKA                 PIC S9(05)V9(2).
000180*    承認ワークフロー（KJCF050と同じ扱い）
000190     03  JF400-APPLY-USER            PIC  X(08).
000200     03  JF400-APPROVE-USER          PIC  X(08).
000210     03  JF400-APPROVE-FLG           PIC  X(01).
000220     03  JF400-APPROVE-COMMENT       PIC  X(20).
000230     03  JF400-ERR-KBN               PIC  X(01).
000240*    警告区分（"1"＝契約単価が標準原価を下回る。適用はする）
000250     03  JF400-WARN-KBN              PIC  X(01).
