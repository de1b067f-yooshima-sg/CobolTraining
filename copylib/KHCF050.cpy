000010******************************************************************
000020*    KHCF050 : 買掛オープンアイテムファイル        LRECL=70
000030******************************************************************
000040*    仕入請求照合（KHBM030）で照合一致した仕入先請求書を
000050*    １枚ずつ未払伝票として控えたもの。請求書の行ごとに
000060*    請求額を積み上げ、支払・相殺で未払残高を消し込む。
000062*    支払は支払実行（KHBM050）が総合振込ファイルへ書き出す
000070     03  HAP-KEY.
000080       05  HAP-SIIRE-COD             PIC  X(06).
000090       05  HAP-SEIKYU-NO             PIC  X(10).
000100*    請求書日付（YYYYMMDD）
000110     03  HAP-SEIKYU-DATE             PIC  9(08).
000120*    請求額・未払残高
000130     03  HAP-SEIKYU-GAKU             PIC S9(09).
000140     03  HAP-OPEN-GAKU               PIC S9(09).
000150*    支払期日（YYYYMMDD。請求書日付の翌月末）
000160     03  HAP-DUE-DATE                PIC  9(08).
000170*    状態（"0"＝未払残あり、"1"＝消込済）
000180     03  HAP-STATUS                  PIC  X(01).
000190*    直近の支払・相殺日（YYYYMMDD）
000200     03  HAP-LAST-SHIHARAI-DATE      PIC  9(08).
000202*    支払実行日（YYYYMMDD。支払実行（KHBM050）が総合振込で
000204*    支払った日。支払済の伝票は再度支払の対象としない）
000206     03  HAP-SHIHARAI-DATE           PIC  9(08).
000210     03  FILLER                      PIC  X(03).
