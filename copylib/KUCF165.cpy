000010******************************************************************
000020*    KUCF165 : 貸倒引当金残高ファイル              LRECL=40
000030******************************************************************
000040*    得意先ごとの貸倒引当金の計上済残高。貸倒引当金計上
000050*    （KUBM260）が月末に必要額との差額を繰入・戻入して更新
000060*    し、貸倒償却（KUBM265）が償却額に充当した分を取り崩す
000070     03  HKT-TOKU-COD                PIC  X(04).
000080*    貸倒引当金計上済残高
000090     03  HKT-HIKIATE-ZAN             PIC S9(09).
000100*    個別引当区分（"1"＝貸倒区分該当の個別１００％引当、
000110*    空白＝年齢区分別の一般引当）
000120     03  HKT-KOBETSU-FLG             PIC  X(01).
000130*    最終計上日（YYYYMMDD。KUBM260の実行日）
000140     03  HKT-KEIJO-DATE              PIC  9(08).
000150     03  FILLER                      PIC  X(18).
