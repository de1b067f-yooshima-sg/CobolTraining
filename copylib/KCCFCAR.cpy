000010******************************************************************
000020*    KCCFCAR : 運送会社マスタファイル            LRECL=58
000030******************************************************************
000040*    運送会社と適用ルールのマスタ。地域区分と重量上限で
000050*    引き当て、KJBM110が出荷指示の
000060*    運送会社割当と予定運賃計算に使用する。地域・重量上限の
000070*    昇順に登録し、最初に条件を満たした行の運送会社を使う。
000080*    地域区分"*"は全地域共通（デフォルト）行を表す。
000082*    地域区分は届け先の郵便番号の都道府県から郵便番号・住所
000084*    照合（KCBS050）が返す値で、1＝北海道、2＝東北、3＝関東、
000086*    4＝中部、5＝近畿、6＝中国、7＝四国、8＝九州、9＝沖縄。
000088*    地域を判定できない出荷は"*"行だけが対象になる
000090     03  CFCAR-REGION-KBN            PIC  X(01).
000100*    重量上限（ｋｇ。この重量以下の出荷に適用する。99999＝
000110*    上限なし）
000190*    車両積載上限（ｋｇ。積載便編成（KJBM250）が１便に
000200*    積める重量の上限として使う。ゼロ＝上限なし扱い）
000210     03  CFCAR-SEKISAI-LIMIT         PIC  9(05).
000212*    運搬可能な危険物分類（１桁目〜９桁目が国連危険物分類の
000214*    クラス１〜９に対応し、"1"＝そのクラスを運べる。空白＝
000216*    危険物を運べない。KJBM110は危険物の出荷をこの分類を
000218*    運べる行にだけ割り当てる）
000219     03  CFCAR-KIKEN-KYOKA           PIC  X(09).
000220     03  FILLER                      PIC  X(02).
