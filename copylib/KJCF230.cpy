000010******************************************************************
000020*    KJCF230 : ピッキング実績ファイル            LRECL=65
000030******************************************************************
000040*    倉庫現場が報告するピッキング実績（受注明細×出荷連番
000050*    ごとに１行）。ピッキング実績取込（KJBM255）が引当結果
000060*    （JF020）と照合し、適合した実績だけを出荷確認
000070*    （KUCF080）へ流す。
000072*    ウェーブピッキングのまとめ取り実績は受注番号ゼロ・
000074*    ウェーブ番号と商品番号付きで報告し、KJBM255がウェーブ
000076*    明細（KJCF320）で受注明細へ割り戻す
000080     03  PKR-JUCHU-NO                PIC  9(06).
000090     03  PKR-GYO-NO                  PIC  9(02).
000100     03  PKR-SHIP-SEQ                PIC  9(02).
000140     03  PKR-SURYO                   PIC  9(07).
000150*    ピッキング日（YYYYMMDD）
000160     03  PKR-PICK-DATE               PIC  9(08).
000170*    ウェーブ番号・商品番号（まとめ取り実績の場合のみ。受注
000180*    明細単位の実績はゼロ・空白）
000190     03  PKR-WAVE-NO                 PIC  9(03).
000200     03  PKR-SHOHIN-NO               PIC  X(05).
000210*    ピッカー（操作者マスタKCCFOPRの操作者ＩＤ）と作業の開始
000220*    ・終了時刻（HHMMSS）。ピッキング生産性レポート（KJBM390）
000230*    の集計に使う
000240     03  PKR-PICKER-ID               PIC  X(08).
000250     03  PKR-START-TIME              PIC  9(06).
000260     03  PKR-END-TIME                PIC  9(06).
