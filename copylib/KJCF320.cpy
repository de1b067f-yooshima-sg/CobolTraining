000010******************************************************************
000020*    KJCF320 : ウェーブ明細ファイル              LRECL=80
000030******************************************************************
000040*    ウェーブピッキング（KJBM100のウェーブモード）で、受注
000050*    明細×出荷連番をどのウェーブ・棚番・商品・ロットでまとめ
000060*    取りしたかの控え（まとめ取り１行の内訳＝仕分け指示の
000070*    １行）。ピッキング実績取込（KJBM255）がウェーブ単位の
000080*    実績をこの内訳で受注明細へ割り戻す
000090     03  WAV-WHS-COD                 PIC  X(02).
000100*    ウェーブ番号（倉庫ごとに１から振る）
000110     03  WAV-WAVE-NO                 PIC  9(03).
000120*    ピッキング順路連番・棚番（棚番マスタから転記）
000130     03  WAV-PICK-SEQ                PIC  9(04).
000140     03  WAV-TANA-NO                 PIC  X(06).
000150     03  WAV-SHOHIN-NO               PIC  X(05).
000160     03  WAV-LOT-NO                  PIC  X(10).
000170     03  WAV-JUCHU-NO                PIC  9(06).
000180     03  WAV-GYO-NO                  PIC  9(02).
000190     03  WAV-SHIP-SEQ                PIC  9(02).
000200*    構成品区分（"1"＝セット商品の構成品として展開した行。
000210*    実績は受注明細単位で報告するためウェーブ割り戻しの対象
000220*    外とする）
000230     03  WAV-KOSEI-KBN               PIC  X(01).
000240*    ピッキング数量（基本単位）
000250     03  WAV-PICK-SURYO              PIC  9(07).
000260     03  WAV-SHIP-COD                PIC  X(04).
000270*    至急区分（"0"＝至急ストリーム分、"1"＝通常分）
000280     03  WAV-RUSH-KBN                PIC  X(01).
000290*    作成日（YYYYMMDD）
000300     03  WAV-SAKUSEI-DATE            PIC  9(08).
000310     03  FILLER                      PIC  X(19).
