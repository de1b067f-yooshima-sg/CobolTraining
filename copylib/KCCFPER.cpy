000120*    クローズ実施日・実施者
000130     03  CFPER-CLOSE-DATE            PIC  9(08).
000140     03  CFPER-CLOSE-USER            PIC  X(08).
000142*    売掛金照合結果（KUBM395が設定。空白＝未照合、"1"＝差異
000144*    なし、"2"＝未説明の差異あり。KUBM210は"1"でなければ
000146*    クローズせず、再オープンで空白へ戻す）
000150     03  CFPER-SHOGO-KBN             PIC  X(01).
000160     03  FILLER                      PIC  X(03).
