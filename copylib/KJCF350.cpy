000010******************************************************************
000020*    KJCF350 : 機会損失ジャーナルファイル        LRECL=80
000030******************************************************************
000040*    受注データ商品番号チェック（KJBM030）が新規受注明細の
000050*    引当で満たせなかった数量を理由付きで追記する控え。顧客
000060*    が取消して受注から消えた需要も残るため、日々の控えを
000070*    連結して機会損失月報（KJBM420）が商品×得意先×倉庫別
000080*    に集計し、補充発注推奨（KJBM130）がバックオーダーに
000085*    残らなかった分を需要に加算する
000090     03  LSJ-DATE                    PIC  9(08).
000100     03  LSJ-JUCHU-NO                PIC  9(06).
000110     03  LSJ-GYO-NO                  PIC  9(02).
000120     03  LSJ-TOKU-COD                PIC  X(04).
000130*    需要の発生した商品（代替振替えは当初受注の商品）と引当
000140*    倉庫（廃番は引当前のため空白）
000150     03  LSJ-SHOHIN-NO               PIC  X(05).
000160     03  LSJ-WHS-COD                 PIC  X(02).
000170*    損失理由（1＝欠品、2＝廃番、3＝代替振替え、4＝按分
000180*    引当による削減）
000190     03  LSJ-RIYU-KBN                PIC  X(01).
000200*    損失数量（基本単位）・定価（商品マスタ単価の円換算）・
000210*    定価ベースの損失金額（円）
000220     03  LSJ-SURYO                   PIC  9(07).
000230     03  LSJ-TANKA                   PIC S9(05)V9(2).
000240     03  LSJ-KINGAKU                 PIC S9(09).
000250*    振替え先の商品番号（理由"3"のみ）
000260     03  LSJ-DAITAI-SHOHIN-NO        PIC  X(05).
000262*    バックオーダー区分（"1"＝不足分をバックオーダー（全数
000264*    または分割出荷の出荷連番２）として受注に残した。出荷
000266*    すれば売上に乗るため、補充発注推奨は需要に加算しない）
000268     03  LSJ-BO-FLG                  PIC  X(01).
000270     03  FILLER                      PIC  X(23).
