000010******************************************************************
000020*    KUCF235 : 口座確認依頼・結果ファイル          LRECL=74
000030******************************************************************
000040*    ゼロ円の口座確認（口座振替を行う前に口座の実在と名義を
000050*    金融機関に照会するもの）の依頼と結果。口座振替口座マスタ
000060*    メンテナンス（KUBM365）が口座を登録・変更した得意先に
000070*    ついて結果欄を空白のまま依頼として書き出し、金融機関から
000080*    結果欄を埋めて返されたものを口座確認結果取込（KUBM375）
000090*    が読む
000100     03  UF235-TOKU-COD              PIC  X(04).
000110     03  UF235-GINKO-COD             PIC  9(04).
000120     03  UF235-SHITEN-COD            PIC  9(03).
000130     03  UF235-YOKIN-SYU             PIC  9(01).
000140     03  UF235-KOZA-NO               PIC  9(07).
000150     03  UF235-KOZA-MEI              PIC  X(30).
000160*    依頼日（YYYYMMDD）
000170     03  UF235-IRAI-DATE             PIC  9(08).
000180*    確認結果（"0"＝口座あり・名義一致、"1"＝口座なし、
000190*    "2"＝名義相違、"9"＝その他の不能。依頼時は空白）
000200     03  UF235-KEKKA-KBN             PIC  X(01).
000210*    結果日（YYYYMMDD。依頼時はゼロ）
000220     03  UF235-KEKKA-DATE            PIC  9(08).
000230     03  FILLER                      PIC  X(08).
