000010******************************************************************
000020*    KJCF345 : 出荷ラベル印刷ファイル            LRECL=200
000030******************************************************************
000040*    梱包計算（KJBM395）が１箱１行で書き出すGS1-128出荷ラベル
000050*    の印字データ。ラベルプリンタへそのまま渡す。バーコード
000060*    データはアプリケーション識別子"00"＋ＳＳＣＣ
000070     03  LBL-SSCC                    PIC  X(18).
000080     03  LBL-BARCODE                 PIC  X(20).
000090*    届け先（出荷先マスタ、出荷先未指定は得意先マスタ）
000100     03  LBL-ATESAKI-MEI             PIC  X(20).
000110     03  LBL-YUBIN-NO                PIC  X(08).
000120     03  LBL-JUSHO                   PIC  X(50).
000130     03  LBL-TEL                     PIC  X(12).
000140     03  LBL-TOKU-COD                PIC  X(04).
000150     03  LBL-SHIP-COD                PIC  X(04).
000160     03  LBL-JUCHU-NO                PIC  9(06).
000170     03  LBL-GYO-NO                  PIC  9(02).
000180     03  LBL-SHIP-SEQ                PIC  9(02).
000190*    ｘ箱目／ｙ箱
000200     03  LBL-CARTON-NO               PIC  9(03).
000210     03  LBL-CARTON-SU               PIC  9(03).
000220     03  LBL-SHOHIN-NO               PIC  X(05).
000230     03  LBL-SHOHIN-MEI              PIC  X(20).
000240     03  LBL-SURYO                   PIC  9(07).
000250     03  LBL-CARRIER-COD             PIC  X(02).
000260     03  LBL-SHIP-DATE               PIC  9(08).
000270     03  FILLER                      PIC  X(06).
