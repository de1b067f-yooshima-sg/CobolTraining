000010******************************************************************
000020*    KUCF210 : 苦情管理ファイル                  LRECL=150
000030******************************************************************
000040*    得意先からの苦情（破損・誤品・納期遅延・品質等）の台帳。
000050*    苦情登録画面（KUBM350）が苦情番号（システムパラメタ
000060*    KU-NEXT-CLM-NO）を採番して起こし、調査・対応の経過に
000070*    応じて状態・担当者を更新する。対応区分を設定した苦情は
000080*    苦情対応申請作成（KUBM355）が返品承認申請（KUCF112→
000090*    KUBM150）または貸方メモ申請（KUCF115→KUBM160）を起こし、
000100*    申請日を記録する。月次の苦情分析（KUBM360）が分類・
000110*    商品・ロット・運送会社別に集計する
000120     03  CLM-NO                      PIC  9(06).
000130     03  CLM-TOKU-COD                PIC  X(04).
000140*    対象の受注番号＋行番号（ゼロ＝受注を特定できない）
000150     03  CLM-JUCHU-NO                PIC  9(06).
000160     03  CLM-GYO-NO                  PIC  9(02).
000170*    商品・ロット番号（KCCFLOT）・運送会社（JF080-CARRIER-COD）
000180     03  CLM-SHOHIN-NO               PIC  X(05).
000190     03  CLM-LOT-NO                  PIC  X(10).
000200     03  CLM-CARRIER-COD             PIC  X(02).
000210*    苦情分類（"1"＝破損、"2"＝誤品・誤数量、"3"＝納期遅延、
000220*    "4"＝品質不良、"9"＝その他）
000230     03  CLM-BUNRUI-KBN              PIC  X(01).
000240*    重要度（"1"＝重大、"2"＝中、"3"＝軽微）
000250     03  CLM-JUDO-KBN                PIC  X(01).
000260*    担当者（操作者マスタの利用者ＩＤ）
000270     03  CLM-TANTO                   PIC  X(08).
000280*    状態（"0"＝受付、"1"＝調査中、"2"＝対応中、"9"＝完了）
000290     03  CLM-STATUS                  PIC  X(01).
000300*    受付日・完了日（YYYYMMDD。完了日ゼロ＝未完了）
000310     03  CLM-UKETSUKE-DATE           PIC  9(08).
000320     03  CLM-KANRYO-DATE             PIC  9(08).
000330*    苦情内容
000340     03  CLM-NAIYO                   PIC  X(40).
000350*    苦情対象数量（基本単位）
000360     03  CLM-SURYO                   PIC  9(05).
000370*    対応区分（空白＝なし、"1"＝返品（ＲＭＡ申請）、"2"＝
000380*    値引（貸方メモ申請））と貸方メモの金額
000390     03  CLM-TAIO-KBN                PIC  X(01).
000400     03  CLM-TAIO-KINGAKU            PIC S9(09).
000410*    対応申請日（YYYYMMDD。KUBM355が申請を起こした日。ゼロ＝
000420*    未申請）
000430     03  CLM-TAIO-DATE               PIC  9(08).
000440*    最終更新者・更新日
000450     03  CLM-KOSHIN-USER             PIC  X(08).
000460     03  CLM-KOSHIN-DATE             PIC  9(08).
000470     03  FILLER                      PIC  X(09).
