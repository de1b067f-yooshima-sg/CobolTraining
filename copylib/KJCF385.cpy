000010******************************************************************
000020*    KJCF385 : シリアル番号読取実績ファイル      LRECL=40
000030******************************************************************
000040*    シリアル管理品を扱った現場が、受注明細ごとに読み取った
000050*    シリアル番号を１台１行で報告するファイル。ピッキング実績
000060*    取込（KJBM255）は出荷した明細×出荷連番の、返品検品結果
000070*    入力（KJBM310）は返品を受けた明細（出荷連番ゼロ）の
000080*    シリアル番号として読む
000090     03  PSR-JUCHU-NO                PIC  9(06).
000100     03  PSR-GYO-NO                  PIC  9(02).
000110     03  PSR-SHIP-SEQ                PIC  9(02).
000120     03  PSR-SERIAL-NO               PIC  X(20).
000130     03  FILLER                      PIC  X(10).
