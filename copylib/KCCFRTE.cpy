000010******************************************************************
000020*    KCCFRTE : 配送ルートマスタファイル          LRECL=60
000030******************************************************************
000040*    自社便の配送ルート。ルートごとに配送地域・運行曜日・出発
000050*    締め時刻を持ち、出荷先マスタ（CFSHK-ROUTE-COD）から引く。
000060*    配送日の算出は配送ルート共通サブルーチン（KCBS040）が行う
000070     03  CFRTE-ROUTE-COD             PIC  X(03).
000080     03  CFRTE-ROUTE-MEI             PIC  X(20).
000090*    配送地域（ルートが回る地域の名称。積込リスト等の見出し用）
000100     03  CFRTE-CHIIKI-MEI            PIC  X(20).
000110*    運行曜日（１桁目＝月曜〜７桁目＝日曜。"1"＝運行する）
000120     03  CFRTE-YOUBI-TBL.
000130       05  CFRTE-YOUBI               PIC  X(01)
000140                                     OCCURS  7  TIMES.
000150*    出発締め時刻（HHMM。この時刻以降は当日便に間に合わない
000160*    ものとして翌運行日以降を配送日とする。ゼロ＝締めなし）
000170     03  CFRTE-CUTOFF-TIME           PIC  9(04).
000180     03  FILLER                      PIC  X(06).
