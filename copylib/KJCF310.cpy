000010******************************************************************
000020*    KJCF310 : 付随費用伝票ファイル              LRECL=60
000030******************************************************************
000040*    輸入品の運賃・関税・通関手数料など、入荷計上（KJBM115）
000050*    の後に別請求で届く付随費用の伝票。伝票番号ごとに費用行
000060*    （区分"1"）と配賦先の参照行（区分"2"）を伝票番号・区分
000070*    ・行番号順に並べる。付随費用配賦（KJBM380）が参照行で
000080*    特定した入庫（KJCF100）へ費用行ごとの基準で按分し、
000090*    ロット別在庫の付随費用単価へ積み増す
000100     03  FTH-DENPYO-NO               PIC  9(06).
000110*    レコード区分（"1"＝費用行、"2"＝参照行）
000120     03  FTH-REC-KBN                 PIC  X(01).
000130     03  FTH-GYO-NO                  PIC  9(02).
000140*    伝票日付（YYYYMMDD。仕訳の計上月）
000150     03  FTH-DENPYO-DATE             PIC  9(08).
000160     03  FTH-DATA                    PIC  X(43).
000170*    費用行
000180     03  FTH-HIYO-R  REDEFINES  FTH-DATA.
000190*      費目区分（"1"＝運賃、"2"＝関税、"3"＝通関手数料、
000200*      "9"＝その他）
000210       05  FTH-HIMOKU-KBN            PIC  X(01).
000220*      配賦基準（"1"＝金額、"2"＝数量、"3"＝重量）
000230       05  FTH-HAIFU-KIJUN           PIC  X(01).
000240*      費用金額（税抜）
000250       05  FTH-KINGAKU               PIC S9(09).
000260*      支払先（仕入先コード。運送会社・通関業者等も仕入先
000270*      マスタへ登録して使う）
000280       05  FTH-SHIHARAI-COD          PIC  X(06).
000290       05  FILLER                    PIC  X(26).
000300*    参照行（発注番号が非ゼロなら発注行への入庫すべて、行番号
000310*    ゼロは発注の全行。発注番号ゼロなら商品・倉庫・ロットと
000320*    入庫日で入庫を特定する。入庫日ゼロは全入庫日）
000330     03  FTH-SANSHO-R  REDEFINES  FTH-DATA.
000340       05  FTH-PO-NO                 PIC  9(06).
000350       05  FTH-PO-GYO                PIC  9(02).
000360       05  FTH-SHOHIN-NO             PIC  X(05).
000370       05  FTH-WHS-COD               PIC  X(02).
000380       05  FTH-LOT-NO                PIC  X(10).
000390       05  FTH-RCV-DATE              PIC  9(08).
000400       05  FILLER                    PIC  X(10).
