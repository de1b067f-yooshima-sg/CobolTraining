000010******************************************************************
000020*    KUCF160 : 売掛買掛相殺提案ファイル            LRECL=60
000030******************************************************************
000040*    得意先と仕入先を兼ねる取引先（得意先マスタの相殺先仕入先
000050*    コード設定先）ごとの相殺提案。相殺提案（KUBM250）が未消込
000060*    売掛（KUCF135）と未払買掛（KHCF050）の少ない方を相殺額と
000070*    して起こし、経理責任者が内容を確認して承認フラグを立てる。
000080*    相殺実行（KUBM255）は承認済みの提案だけを適用する
000090     03  SOS-TOKU-COD                PIC  X(04).
000100     03  SOS-SIIRE-COD               PIC  X(06).
000110*    提案日（YYYYMMDD）
000120     03  SOS-TEIAN-DATE              PIC  9(08).
000130*    提案時点の未消込売掛合計・未払買掛合計と相殺提案額
000140     03  SOS-URIKAKE-ZAN             PIC S9(09).
000150     03  SOS-KAIKAKE-ZAN             PIC S9(09).
000160     03  SOS-SOSAI-GAKU              PIC S9(09).
000170*    承認フラグ（"1"＝相殺承認済）と承認者ＩＤ（経理責任者が
000180*    設定する）
000190     03  SOS-APPROVE-FLG             PIC  X(01).
000200     03  SOS-APPROVE-USER            PIC  X(08).
000210     03  FILLER                      PIC  X(06).
