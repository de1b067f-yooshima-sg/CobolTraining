000010******************************************************************
000020*    KCCFKIT : セット商品構成マスタファイル      LRECL=20
000030******************************************************************
000040*    ギフトセット・スターターキット等のセット商品（商品
000050*    マスタに単価・商品名を持つ販売単位）を構成する商品と
000060*    セット１個あたりの数量の登録簿。セット商品番号×構成
000070*    連番（01から欠番なしで振る）をキーとし、KJBM030の在庫
000080*    引当はセットではなく構成品の在庫を引き当てる。連番01が
000090*    登録されている商品をセット商品として扱う
000100     03  CFKIT-KEY.
000110       05  CFKIT-KIT-SHOHIN-NO       PIC  X(05).
000120       05  CFKIT-SEQ                 PIC  9(02).
000130*    構成品の商品番号・セット１個（基本単位）あたりの数量
000140     03  CFKIT-KOSEI-SHOHIN-NO       PIC  X(05).
000150     03  CFKIT-KOSEI-SURYO           PIC  9(03).
000160     03  FILLER                      PIC  X(05).
