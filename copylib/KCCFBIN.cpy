000010******************************************************************
000020*    KCCFBIN : 棚番マスタファイル                LRECL=100
000030******************************************************************
000040*    商品×倉庫別の保管棚番とピッキング順路の登録簿。
000050*    ピッキングリスト（KJBM100）が順路順の並べ替えと棚番
000060*    印字に、入庫処理（KJBM115）が格納棚の印字に使用する
000062*    ピック棚（CFBIN-TANA-NO）の容量と保管棚（最大３棚）を
000064*    登録した商品は、入庫処理が入荷をピック棚の容量まで
000066*    ピック棚へ、残りを保管棚へ振り分けて格納指示を出し、
000068*    補充移動リスト（KJBM385）がピック棚の減った商品を
000069*    保管棚から補充する。ピック棚の数量は倉庫在庫から保管棚
000070*    数量の合計を引いたものとみなす
000072     03  CFBIN-KEY.
000080       05  CFBIN-SHOHIN-NO           PIC  X(05).
000090       05  CFBIN-WHS-COD             PIC  X(02).
000100*    棚番（ゾーン＋通路＋段の現場表記）
000120*    ピッキング順路連番（倉庫内の回り順。小さい順に回る。
000130*    未登録商品は末尾（9999）扱いとする）
000140     03  CFBIN-PICK-SEQ              PIC  9(04).
000150*    ピック棚の容量（数量。ゼロ＝容量管理しない）
000160     03  CFBIN-TANA-YORYO            PIC  9(07).
000170*    補充点（ピック棚の数量がこれ以下になったら補充する）
000180     03  CFBIN-HOJU-TEN              PIC  9(07).
000190*    保管棚（登録順に格納・補充する。棚番空白は未使用。
000200*    容量ゼロは容量管理しない。保管数量は格納指示で加算し、
000210*    補充移動で減算する）
000220     03  CFBIN-HOKAN-TBL.
000230       05  CFBIN-HOKAN               OCCURS  3  TIMES.
000240         07  CFBIN-HOKAN-TANA-NO     PIC  X(06).
000250         07  CFBIN-HOKAN-YORYO       PIC  9(07).
000260         07  CFBIN-HOKAN-SURYO       PIC  9(07).
000270     03  FILLER                      PIC  X(09).
