000010******************************************************************
000020*    KJCF410 : 受注残高推移ファイル                LRECL=60
000030******************************************************************
000040*    受注残表（KJBM485）が実行のたびに１行書き足す受注残の
000050*    合計。外部名BKH、順編成の追加書き。次回以降の実行が
000060*    ７日以上前の直近の行を前週分として読み、受注残の週次
000070*    増減を示す
000080     03  JF410-RUN-DATE              PIC  9(08).
000090     03  JF410-LINE-CNT              PIC  9(07).
000100*    受注残金額（全体・うち納期経過・うちバックオーダー）
000110     03  JF410-ZAN-GAKU              PIC S9(11).
000120     03  JF410-CHIEN-GAKU            PIC S9(11).
000130     03  JF410-BO-GAKU               PIC S9(11).
000140     03  FILLER                      PIC  X(12).
