000010******************************************************************
000020*    KUCF050 : ＧＬ仕訳抽出ファイル              LRECL=54
000030******************************************************************
000040     03  GLJ-DENPYO-YM.
000050       05  GLJ-DENPYO-YY             PIC  9(04).
000110     03  GLJ-TOKU-COD                PIC  X(04).
000120     03  GLJ-KINGAKU                 PIC S9(09).
000130*    補助コード（得意先コードに収まらない相手先の補助簿
000140*    コード。買掛仕訳の仕入先コード等。売上側の仕訳は空白。
000145*    見本品費の仕訳は担当営業員コード）
000150     03  GLJ-HOJO-COD                PIC  X(06).
000160*    会社コード（仕訳を計上する販売会社。得意先の付く仕訳は
000170*    得意先の会社、仕入・在庫等の全社共通の仕訳は空白＝
000180*    "01"。会社別抽出（KUBM380）は空白の得意先付き仕訳を
000190*    得意先マスタの会社へ振り分ける）
000200     03  GLJ-KAISHA-COD              PIC  X(02).
