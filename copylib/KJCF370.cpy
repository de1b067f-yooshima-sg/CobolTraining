000010******************************************************************
000020*    KJCF370 : 得意先マスタ保留変更ファイル      LRECL=380
000030******************************************************************
000040*    適用日が将来日付の得意先マスタ変更申請（KJCF050、承認済み）
000050*    の控え。得意先マスタメンテナンス（KJBM080）が登録し、適用日
000060*    の当日に保留変更適用抽出（KJBM430）が取り出して削除する。
000070*    キーは得意先＋適用日＋登録日時で、同じ得意先に複数の保留
000080*    変更があれば適用日の順に適用される
000090     03  JF370-KEY.
000100       05  JF370-TOKU-COD            PIC  X(04).
000110       05  JF370-EFF-DATE            PIC  9(08).
000120*      登録日（YYYYMMDD）・登録時刻（HHMMSSss。同一キーが既に
000130*      あれば１を加えて一意にする）
000140       05  JF370-TOROKU-DATE         PIC  9(08).
000150       05  JF370-TOROKU-TIME         PIC  9(08).
000160*    変更申請のレコードイメージ（KJCF050、LRECL=346）
000170     03  JF370-JF050-IMAGE           PIC  X(346).
000180     03  FILLER                      PIC  X(06).
