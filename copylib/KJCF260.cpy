000050*    受入（KJBM030）が検品待ちで起こし、検品結果入力
000060*    （KJBM310）が戻入（在庫計上）または廃棄（ＧＬ償却）へ
000070*    落とす。検品待ちのまま滞留した品はKJBM315のエージング
000080*    リストが挙げる。仕入先責任と決定した品は仕入先返品待ち
000085*    （KJCF300）へ移す
000090     03  KPH-KEY.
000100       05  KPH-JUCHU-NO              PIC  9(06).
000110       05  KPH-GYO-NO                PIC  9(02).
000160     03  KPH-SURYO                   PIC  9(07).
000170*    受入日（YYYYMMDD）
000180     03  KPH-UKEIRE-DATE             PIC  9(08).
000190*    状態（"0"＝検品待ち、"1"＝戻入済、"2"＝廃棄済、
000195*    "3"＝仕入先返品待ちへ移送済）
000200     03  KPH-STATUS                  PIC  X(01).
000210*    検品決定日（YYYYMMDD。検品待ちの間はゼロ）
000220     03  KPH-KETTEI-DATE             PIC  9(08).
