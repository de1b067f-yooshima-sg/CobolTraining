000010******************************************************************
000020*    KJCF300 : 仕入先返品待ちファイル            LRECL=50
000030******************************************************************
000040*    受入検査（KJBM365）で不合格となった入荷ロットの数量、
000050*    返品検品（KJBM310）で仕入先責任と決定した返品の数量を
000060*    仕入先への返品待ちとして積む。返品待ちの数量は商品
000070*    マスタ在庫にもロット別在庫の残数にも含まれない。仕入先
000080*    返品出荷（KJBM375）が返品した数量を取り崩す
000090     03  HNP-KEY.
000100       05  HNP-SIIRE-COD             PIC  X(06).
000110       05  HNP-SHOHIN-NO             PIC  X(05).
000120       05  HNP-WHS-COD               PIC  X(02).
000130       05  HNP-LOT-NO                PIC  X(10).
000140*    返品待ち数量（基本単位）
000150     03  HNP-SURYO                   PIC  9(07).
000160*    検査日（返品検品の場合は決定日）・入荷日（YYYYMMDD）
000170     03  HNP-KENSA-DATE              PIC  9(08).
000180     03  HNP-NYUKO-DATE              PIC  9(08).
000190*    状態（空白＝返品待ち、"1"＝返品済）
000200     03  HNP-STATUS                  PIC  X(01).
000210*    発生原因（"1"＝受入検査不合格、"2"＝返品の仕入先責任）
000220     03  HNP-GENIN-KBN               PIC  X(01).
000230     03  FILLER                      PIC  X(02).
