000010******************************************************************
000020*    KUCF185 : 返金申請ファイル                    LRECL=60
000030******************************************************************
000040*    売掛オープンアイテム（KUCF135）で貸方残（未消込残高が
000050*    マイナス）のまま一定日数を過ぎた請求ごとの返金申請。
000060*    返金候補抽出（KUBM280）が起こし、承認者が返金承認画面
000070*    （KUBM285）で承認／却下する。返金振込（KUBM290）は承認
000080*    済みの申請だけを全銀総合振込ファイルへ書き出し、請求を
000090*    消し込んで仕訳を起こす
000100     03  HNK-KEY.
000110       05  HNK-TOKU-COD              PIC  X(04).
000120       05  HNK-SEIKYU-YM             PIC  9(06).
000130*    抽出日（YYYYMMDD）と返金額（貸方残の絶対値）
000140     03  HNK-TEIAN-DATE              PIC  9(08).
000150     03  HNK-HENKIN-GAKU             PIC S9(09).
000160*    状態（"0"＝承認待ち、"1"＝承認済、"2"＝却下、"3"＝
000170*    振込済）
000180     03  HNK-STATUS                  PIC  X(01).
000190*    承認者ＩＤ。振込先口座が変更後３０日以内の申請は二次
000200*    承認要（"1"）とし、別の承認者の二次承認で承認済とする
000210     03  HNK-APPROVE-USER            PIC  X(08).
000220     03  HNK-APPROVE2-USER           PIC  X(08).
000230     03  HNK-NIJI-FLG                PIC  X(01).
000240*    振込日（YYYYMMDD）
000250     03  HNK-FURIKOMI-DATE           PIC  9(08).
000260     03  FILLER                      PIC  X(07).
