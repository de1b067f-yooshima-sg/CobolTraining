000010******************************************************************
000020*    KUCF020 : 売上集計ファイル                  LRECL=29
000030******************************************************************
000032*    年月キーは得意先ごとの締日で区切った「請求期間」の
000034*    年月（月末締めの得意先は暦月と同じ）
000090*    支払期日（YYYYMMDD。請求期間末＋得意先の回収サイト
000100*    月数の月末。KUBM020が請求期間の締めで設定する）
000110     03  UF020-DUE-DATE              PIC  9(08).
000120*    会社コード（売上（UF010-KAISHA-COD）から引き継ぐ。空白＝
000130*    "01"）
000140     03  UF020-KAISHA-COD            PIC  X(02).
