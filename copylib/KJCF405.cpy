000010******************************************************************
000020*    KJCF405 : 販促キャンペーンマスタ申請ファイル  LRECL=78
000030******************************************************************
000040*    販促キャンペーンマスタ（KCCFCMP）の追加／変更／削除の
000050*    申請。得意先マスタ申請（KJCF050）と同じ承認ワークフロー
000060*    項目を持ち、申請承認（KJBM150、対象マスタ"N"）で承認
000070*    された申請をキャンペーンマスタメンテナンス（KJBM475）が
000080*    適用する。各項目の意味はKCCFCMPと同じ
000090     03  JF405-ACTION-KBN            PIC  X(01).
000100     03  JF405-CMP-COD               PIC  X(04).
000110     03  JF405-TAISHO-KBN            PIC  X(01).
000120     03  JF405-TAISHO-COD            PIC  X(05).
000130     03  JF405-NEBIKI-KBN            PIC  X(01).
000140     03  JF405-NEBIKI-RITU           PIC  9(02)V9(2).
000150     03  JF405-NEBIKI-GAKU           PIC  9(05)V9(2).
000160*    適用期間（YYYYMMDD。終了日は必須）
000170     03  JF405-EFF-FROM              PIC  9(08).
000180     03  JF405-EFF-TO                PIC  9(08).
000190*    承認ワークフロー（KJCF050と同じ扱い）
000200     03  JF405-APPLY-USER            PIC  X(08).
000210     03  JF405-APPROVE-USER          PIC  X(08).
000220     03  JF405-APPROVE-FLG           PIC  X(01).
000230     03  JF405-APPROVE-COMMENT       PIC  X(20).
000240     03  JF405-ERR-KBN               PIC  X(01).
000250*    警告区分（"1"＝値引後の単価が標準原価を下回る商品が
000260*    ある。適用はする）
000270     03  JF405-WARN-KBN              PIC  X(01).
