000010******************************************************************
000020*    KUCF195 : 委託在庫使用報告ファイル            LRECL=50
000030******************************************************************
000040*    得意先が構内の委託在庫から使用した数量の報告。報告書
000050*    番号・行番号ごとに１行とし、得意先・報告書番号・行番号
000060*    の順に並べる。委託在庫使用計上（KUBM325）が委託在庫場所
000070*    のロット別在庫を取り崩して売上を計上する
000080     03  ITS-TOKU-COD                PIC  X(04).
000090     03  ITS-HOKOKU-NO               PIC  X(10).
000100*    使用日（YYYYMMDD。売上の計上日・単価の適用日とする）
000110     03  ITS-SHIYO-DATE              PIC  9(08).
000120     03  ITS-GYO-NO                  PIC  9(02).
000130     03  ITS-SHOHIN-NO               PIC  X(05).
000140*    ロット番号（空白＝ロット指定なし。有効期限の近いロット
000150*    から取り崩す）
000160     03  ITS-LOT-NO                  PIC  X(10).
000170     03  ITS-SURYO                   PIC  9(05).
000180     03  FILLER                      PIC  X(06).
