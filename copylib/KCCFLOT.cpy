000010******************************************************************
000020*    KCCFLOT : ロット別在庫ファイル              LRECL=70
000030******************************************************************
000040*    商品×倉庫×ロット番号別の在庫残。入庫（KJBM115）で
000050*    積み増し、在庫引当（KJBM030）が有効期限の近いロット
000060*    （期限同一・期限なしのロット間では入庫日の古いロット）
000070*    から取り崩す。リコール時はこのファイルと売上明細の
000080*    ロット番号で出荷先を特定する。受入検査対象の仕入先から
000082*    の入荷は検査区分"H"（検査待ち）で作成し、検査合格まで
000084*    商品マスタの倉庫在庫へは含めず引当もしない
000085*    倉庫コードが得意先の委託在庫場所（CFTOK-ITAKU-WHS）の
000086*    行は得意先構内の委託在庫で、商品マスタの倉庫在庫の外。
000087*    委託在庫補充入庫（KJBM400）が積み増し、委託在庫使用計上
000088*    （KUBM325）が取り崩す。ロット未管理品はロット番号空白の
000089*    行で数量を持つ
000090     03  CFLOT-KEY.
000100       05  CFLOT-SHOHIN-NO           PIC  X(05).
000110       05  CFLOT-WHS-COD             PIC  X(02).
000160*    有効期限（YYYYMMDD。入庫時に記帳する。ゼロ＝期限管理
000170*    対象外で、引当順は期限付きロットの後とする）
000180     03  CFLOT-YUKO-DATE             PIC  9(08).
000190*    受入検査区分（空白＝引当可、"H"＝検査待ち（隔離中。
000200*    残数は商品マスタ在庫の外）、"R"＝不合格（全数を仕入先
000210*    返品待ちへ送った））
000220     03  CFLOT-KENSA-KBN             PIC  X(01).
000230*    隔離開始日（YYYYMMDD。検査待ちとなった入荷日）
000240     03  CFLOT-HORYU-DATE            PIC  9(08).
000250*    入荷元の仕入先コード（検査待ちロットのみ。返品先）
000260     03  CFLOT-SIIRE-COD             PIC  X(06).
000262*    付随費用単価（残数１個あたり。輸入運賃・関税・通関手数料
000264*    等を付随費用配賦（KJBM380）が入荷後に積み増す。在庫評価
000266*    と売上原価は標準原価にこの単価を加えて求める）
000268     03  CFLOT-FUTAI-TANKA           PIC S9(05)V9(2).
000270     03  FILLER                      PIC  X(08).
