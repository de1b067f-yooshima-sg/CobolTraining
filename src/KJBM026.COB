      *  サブシステム名    ：受注
      *  プログラム名      ：受注チェックファイル区画分割
      *  作成日／作成者    ：２０２６年９月　２日  システム技研
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：受注チェックファイルのレコード長変更
      ********************************************************
      *    KJBM030の分割並列実行のため、受注チェックファイル
      *    （KJCF020）を商品番号のキー範囲で最大４区画へ分割
       01  ITF-REC.
           COPY  KJCF020.
       FD  OT1-FILE.
       01  OT1-REC                 PIC  X(183).
       FD  OT2-FILE.
       01  OT2-REC                 PIC  X(183).
       FD  OT3-FILE.
       01  OT3-REC                 PIC  X(183).
       FD  OT4-FILE.
       01  OT4-REC                 PIC  X(183).
      *
       WORKING-STORAGE             SECTION.
       01  ITF-END-FLG             PIC  X(1)          VALUE  "0".
