000010******************************************************************
000020*    KJCF100 : 入庫（仕入入荷）ファイル          LRECL=74
000030******************************************************************
000040*    仕入先からの入荷実績。KJBM115が商品マスタの該当倉庫
000050*    在庫へ加算する
000230*    有効期限（YYYYMMDD。ロット管理品の入荷時に申告された
000240*    期限をロット別在庫へ記帳する。ゼロ＝期限管理対象外）
000250     03  RCV-YUKO-DATE               PIC  9(08).
000260*    シリアル番号（シリアル管理品のみ。１台１行、入庫数量１
000270*    で申告する）
000280     03  RCV-SERIAL-NO               PIC  X(20).
