000010******************************************************************
000020*    KHCF070 : 直送出荷確認ファイル              LRECL=60
000030******************************************************************
000040*    直送発注を受けた仕入先が得意先の出荷先へ出荷した実績の
000050*    報告。出荷１回＝発注１行への出荷とし、直送出荷確認取込
000060*    （KHBM080）が発注ファイルの直送発注行と照合して売上側の
000070*    出荷確認（KUCF080）を起こす
000080     03  HF070-SIIRE-COD             PIC  X(06).
000090*    出荷対象の発注番号＋行番号
000100     03  HF070-PO-NO                 PIC  9(06).
000110     03  HF070-PO-GYO                PIC  9(02).
000120*    出荷日（YYYYMMDD）・出荷数量（基本単位）
000130     03  HF070-SHIP-DATE             PIC  9(08).
000140     03  HF070-SHIP-SURYO            PIC  9(05).
000150*    送り状番号（仕入先の運送会社の問い合わせ番号。照合には
000160*    使わず確認リストへ印字する）
000170     03  HF070-OKURI-NO              PIC  X(20).
000180     03  FILLER                      PIC  X(13).
