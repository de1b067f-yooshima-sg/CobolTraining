000010******************************************************************
000020*    KJCF360 : 一括単価改定申請ファイル          LRECL=150
000030******************************************************************
000040*    商品マスタ単価の一括改定（KJBM425）の申請。１レコードが
000050*    １改定で、選択条件に該当する商品の単価を率または額で
000060*    改定し、将来の適用開始日付きで商品マスタへ登録する。
000070*    校正モードで出力した申請（校正件数・校正合計を設定
000080*    済み）に承認者が承認を付けて適用モードへ戻す。承認は
000090*    改定１件につき１回で、商品ごとの承認は要しない
000100     03  PRV-KAITEI-NO               PIC  X(06).
000110*    選択条件（指定した条件を全て満たす商品を対象とする。
000120*    仕入先は仕入先別取扱商品マスタ（KCCFSPR）に登録のある
000130*    商品、商品番号範囲の至りが空白は上限なし、単価帯の至り
000140*    がゼロは上限なし。少なくとも１つの条件を要する）
000150     03  PRV-SIIRE-COD               PIC  X(06).
000160     03  PRV-SHOHIN-FROM             PIC  X(05).
000170     03  PRV-SHOHIN-TO               PIC  X(05).
000180     03  PRV-TANKA-FROM              PIC  9(05)V9(2).
000190     03  PRV-TANKA-TO                PIC  9(05)V9(2).
000200*    改定方法（"1"＝率（現行単価×（１００＋改定率）／１００）、
000210*    "2"＝額（現行単価＋改定額））。率・額とも値下げは負数
000220     03  PRV-HOHO-KBN                PIC  X(01).
000230     03  PRV-RITU                    PIC S9(03)V9(2).
000240     03  PRV-GAKU                    PIC S9(05)V9(2).
000250*    端数処理（空白・"0"＝銭未満四捨五入、"1"＝円未満四捨
000260*    五入、"2"＝円未満切上げ、"3"＝円未満切捨て、"4"＝１０円
000270*    未満切上げ）
000280     03  PRV-MARUME-KBN              PIC  X(01).
000290*    新単価の適用開始日（YYYYMMDD。処理日より後の日付）
000300     03  PRV-EFF-DATE                PIC  9(08).
000310*    契約単価の下限率（新単価に対する％。得意先別契約単価が
000320*    新単価×下限率／１００を下回る契約を見直し対象として
000330*    印字する。ゼロは８０％）
000340     03  PRV-FLOOR-RITU              PIC  9(03).
000350     03  PRV-RIYU                    PIC  X(20).
000360*    承認ワークフロー（KJCF050と同じ扱い）
000370     03  PRV-APPLY-USER              PIC  X(08).
000380     03  PRV-APPROVE-USER            PIC  X(08).
000390     03  PRV-APPROVE-FLG             PIC  X(01).
000400     03  PRV-APPROVE-COMMENT         PIC  X(20).
000410*    校正件数・校正合計（校正モードが対象商品数と新単価の
000420*    合計を設定する。適用モードは再計算した値と一致しない
000430*    改定（校正後にマスタが変わったもの）を適用しない）
000440     03  PRV-PROOF-CNT               PIC  9(05).
000450     03  PRV-PROOF-GOKEI             PIC S9(11)V9(2).
000460     03  PRV-ERR-KBN                 PIC  X(01).
000470     03  FILLER                      PIC  X(13).
