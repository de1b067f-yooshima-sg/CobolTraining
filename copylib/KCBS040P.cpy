000010******************************************************************
000020*    KCBS040P : 配送ルート・配送日連携パラメタ    LRECL=32
000030******************************************************************
000040*    機能区分："1"＝ルート引当（得意先＋出荷先→ルート・
000050*    立寄り順）、"2"＝配送日算出（ルート引当のうえDATE1以降で
000060*    運行曜日かつ営業日の最初の日→KEKKA-DATE。DATE1ゼロは
000070*    当日起点。当日の出発締め時刻を過ぎていれば翌日起点）。
000080*    リターンコード：空白＝正常、"1"＝パラメタ不正、"2"＝
000090*    ルート未設定（出荷先・ルートマスタ未登録を含む）、"3"＝
000100*    配送日が見つからない（６０日以内に運行日なし）
000110     01  KCBS040-P1.
000120       03  S040-FUNC                 PIC  X(01).
000130       03  S040-TOKU-COD             PIC  X(04).
000140       03  S040-SHIP-COD             PIC  X(04).
000150       03  S040-DATE1                PIC  9(08).
000160       03  S040-ROUTE-COD            PIC  X(03).
000170       03  S040-DROP-SEQ             PIC  9(03).
000180       03  S040-KEKKA-DATE           PIC  9(08).
000190       03  S040-RCD                  PIC  X(01).
