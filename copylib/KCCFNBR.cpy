000010******************************************************************
000020*    KCCFNBR : 受注番号範囲マスタファイル          LRECL=37
000030******************************************************************
000040*    受注番号の発番元（ＥＤＩ取込・画面入力・定期受注生成・
000050*    見積変換）ごとに番号帯を割り当てる登録簿。採番は
000060*    共通サービス（KCBS030）がこのマスタの次番号を払い出し、
000070*    ＥＤＩ取込（KJBM005）は取引先採番の番号が自帯の範囲内
000080*    かを検査する。帯を重ねずに登録することで受注番号の
000090*    一意性を構造的に保証する。番号帯は会社ごとに持ち、
000091*    キーは発番元ＩＤ＋会社コードとする（会社コード空白の
000092*    旧登録は既存会社"01"の帯として扱う）
000100     03  CFNBR-KEY.
000101       05  CFNBR-SOURCE-ID           PIC  X(08).
000102       05  CFNBR-KAISHA-COD          PIC  X(02).
000110*    割当範囲（下限〜上限）と次に払い出す番号
000120     03  CFNBR-FROM-NO               PIC  9(06).
000130     03  CFNBR-TO-NO                 PIC  9(06).
