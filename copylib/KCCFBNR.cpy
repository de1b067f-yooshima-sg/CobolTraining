000010******************************************************************
000020*    KCCFBNR : 商品分類マスタファイル            LRECL=40
000030******************************************************************
000040*    商品分類の３階層（大分類・中分類・小分類）。大分類の行は
000050*    中分類・小分類を空白、中分類の行は小分類を空白とした
000060*    キーで登録する。商品マスタ（CFSHO-BUNRUI-COD）は小分類の
000070*    行を指し、上位の分類名はキーの下位桁を空白にして引く
000080     03  CFBNR-BUNRUI-COD.
000090       05  CFBNR-DAI-BUNRUI          PIC  X(02).
000100       05  CFBNR-CHU-BUNRUI          PIC  X(02).
000110       05  CFBNR-SHO-BUNRUI          PIC  X(02).
000120     03  CFBNR-BUNRUI-MEI            PIC  X(20).
000130     03  FILLER                      PIC  X(14).
