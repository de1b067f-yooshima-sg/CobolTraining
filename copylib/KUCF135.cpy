000010******************************************************************
000020*    KUCF135 : 売掛オープンアイテムファイル        LRECL=57
000030******************************************************************
000040*    請求期間（得意先×請求年月）を１枚の請求書とみなした
000050*    未消込残高の明細。オープンアイテム更新（KUBM190）が
000230*    通貨はレート１）
000240     03  OPI-CURRENCY                PIC  X(03).
000250     03  OPI-BOOK-RATE               PIC  9(03)V9(04).
000260*    会社コード（売上集計（UF020-KAISHA-COD）から引き継ぐ。
000270*    空白＝"01"）
000280     03  OPI-KAISHA-COD              PIC  X(02).
