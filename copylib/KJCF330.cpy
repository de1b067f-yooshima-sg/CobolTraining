000010******************************************************************
000020*    KJCF330 : ピッキング作業実績ファイル        LRECL=64
000030******************************************************************
000040*    ピッキング実績取込（KJBM255）がピッキング実績（KJCF230）
000050*    １行ごとに照合結果を付けて書き出す作業控え。日々の控えを
000060*    連結してピッキング生産性レポート（KJBM390）がピッカー・
000070*    倉庫別に週次集計する
000080     03  PKL-PICKER-ID               PIC  X(08).
000090     03  PKL-WHS-COD                 PIC  X(02).
000100*    ピッキング日（YYYYMMDD）・開始／終了時刻（HHMMSS）
000110     03  PKL-PICK-DATE               PIC  9(08).
000120     03  PKL-START-TIME              PIC  9(06).
000130     03  PKL-END-TIME                PIC  9(06).
000140*    ウェーブ番号（まとめ取り実績のみ。受注番号はゼロ）
000150     03  PKL-WAVE-NO                 PIC  9(03).
000160     03  PKL-JUCHU-NO                PIC  9(06).
000170     03  PKL-GYO-NO                  PIC  9(02).
000180     03  PKL-SHIP-SEQ                PIC  9(02).
000190     03  PKL-SURYO                   PIC  9(07).
000200*    照合結果（"0"＝適合、"1"＝不一致（出荷確認なし）、
000210*    "2"＝短出荷・ウェーブ欠品）
000220     03  PKL-KEKKA-KBN               PIC  X(01).
000230     03  FILLER                      PIC  X(13).
