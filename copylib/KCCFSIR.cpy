000020*    KCCFSIR : 仕入先マスタファイル              LRECL=45
000030******************************************************************
000040*    補充発注の発注先となる仕入先の登録簿。発注書作成
000050*    （KHBM010）が仕入先名とリードタイムを参照する。支払
000052*    実行（KHBM050）は支払条件から買掛伝票の支払予定日を
000054*    求める
000060     03  CFSIR-SIIRE-COD             PIC  X(06).
000070     03  CFSIR-SIIRE-MEI             PIC  X(20).
000080*    リードタイム（日数。発注日＋この日数＝入荷予定日）
000090     03  CFSIR-LEAD-DAYS             PIC  9(03).
000100*    稼働フラグ（"1"＝取引中。停止中の仕入先へは発注しない）
000110     03  CFSIR-ACTIVE-FLG            PIC  X(01).
000112*    支払条件（締日・支払月・支払日。日の99＝月末、支払月
000114*    は締めた月からの月数（1＝翌月）。全項目ゼロの仕入先は
000116*    買掛伝票の支払期日（請求書日付の翌月末）で支払う）
000118     03  CFSIR-SHIME-DD              PIC  9(02).
000120     03  CFSIR-SHIHARAI-TSUKI        PIC  9(01).
000122     03  CFSIR-SHIHARAI-DD           PIC  9(02).
000123*    受入検査フラグ（"1"＝この仕入先からの入荷はロットを
000124*    検査待ちで受け入れ、受入検査結果入力（KJBM365）で合格と
000125*    なるまで引当に回さない）
000126     03  CFSIR-KENSA-FLG             PIC  X(01).
000127     03  FILLER                      PIC  X(09).
