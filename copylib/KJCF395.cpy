000010******************************************************************
000020*    KJCF395 : 需要予測修正ファイル              LRECL=40
000030******************************************************************
000040*    計画担当が需要予測（KJCF390）へ入れる手修正。需要予測
000050*    作成（KJBM465）が予測の計算前に適用する。基準年月より
000060*    前の月への修正は受け付けない
000070     03  JYT-SHOHIN-NO               PIC  X(05).
000080     03  JYT-WHS-COD                 PIC  X(02).
000090     03  JYT-YM                      PIC  9(06).
000100*    修正区分（"1"＝修正数量を設定、"2"＝修正を取り消して統計
000110*    予測へ戻す）
000120     03  JYT-SHUSEI-KBN              PIC  X(01).
000130     03  JYT-SHUSEI-SURYO            PIC  9(09).
000140     03  JYT-USER-ID                 PIC  X(08).
000150     03  FILLER                      PIC  X(09).
