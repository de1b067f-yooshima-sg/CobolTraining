000010******************************************************************
000020*    KHCF080 : 仕入先マスタメンテナンス申請ファイル    LRECL=75
000030******************************************************************
000040*    仕入先マスタ（KCCFSIR）の追加／変更／削除の申請。得意先
000050*    マスタ申請（KJCF050）と同じ承認ワークフロー項目を持ち、
000060*    申請承認（KJBM150、対象マスタ"V"）で承認された申請を
000070*    仕入先マスタメンテナンス（KHBM090）が適用する
000080     03  HF080-ACTION-KBN            PIC  X(01).
000090     03  HF080-SIIRE-COD             PIC  X(06).
000100     03  HF080-SIIRE-MEI             PIC  X(20).
000110*    リードタイム（CFSIR-LEAD-DAYSへ設定する値）
000120     03  HF080-LEAD-DAYS             PIC  9(03).
000130*    稼働フラグ（CFSIR-ACTIVE-FLGへ設定する値。"1"＝取引中、
000140*    それ以外＝停止。取引中から停止への変更は、その仕入先
000150*    だけが扱っている商品があればKHBM090がエラー"6"で落とす）
000160     03  HF080-ACTIVE-FLG            PIC  X(01).
000170*    支払条件（CFSIR-SHIME-DD／SHIHARAI-TSUKI／SHIHARAI-DD
000180*    へ設定する値。非数字はゼロとして扱う）
000190     03  HF080-SHIME-DD              PIC  9(02).
000200     03  HF080-SHIHARAI-TSUKI        PIC  9(01).
000210     03  HF080-SHIHARAI-DD           PIC  9(02).
000220*    受入検査フラグ（CFSIR-KENSA-FLGへ設定する値）
000230     03  HF080-KENSA-FLG             PIC  X(01).
000240*    承認ワークフロー（KJCF050と同じ扱い）
000250     03  HF080-APPLY-USER            PIC  X(08).
000260     03  HF080-APPROVE-USER          PIC  X(08).
000270     03  HF080-APPROVE-FLG           PIC  X(01).
000280     03  HF080-APPROVE-COMMENT       PIC  X(20).
000290     03  HF080-ERR-KBN               PIC  X(01).
