000010******************************************************************
000020*    KCCFQPR : 数量別単価マスタファイル          LRECL=100
000030******************************************************************
000040*    全得意先共通の商品別数量段階単価（例：１〜９個、１０〜
000050*    ４９個、５０個以上）。KJBM030の適用単価判定は包括契約・
000060*    得意先別契約単価が無い場合に、受注日時点で有効な行の
000070*    うち適用開始日の最も新しいものを使い、受注数量（基本
000080*    単位）が段階の下限数量以上となる最も上の段階の単価を
000090*    商品マスタ単価に代えて適用する
000100     03  CFQPR-KEY.
000110       05  CFQPR-SHOHIN-NO           PIC  X(05).
000120*      適用開始日（YYYYMMDD）
000130       05  CFQPR-EFF-FROM            PIC  9(08).
000140*    適用終了日（YYYYMMDD。ゼロは無期限）
000150     03  CFQPR-EFF-TO                PIC  9(08).
000160*    数量段階（下限数量の昇順に詰めて設定。下限数量ゼロの
000170*    段階は未使用。単価は基本単位あたり）
000180     03  CFQPR-DANKAI                OCCURS  5  TIMES.
000190       05  CFQPR-FROM-SURYO          PIC  9(07).
000200       05  CFQPR-TANKA               PIC S9(05)V9(2).
000210     03  FILLER                      PIC  X(09).
