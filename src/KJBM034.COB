      *  変更日／変更者    ：２０２６年９月　２日  システム技研
      *        変更内容    ：保留控え・決定リスト・検品保留の
      *                      区画別出力の再結合を追加
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：受注チェックファイルのレコード長変更
      ********************************************************
      *    分割並列実行した区画別KJBM030の出力を一本へ戻す後処理。
      *    　・区画別出力（OT1〜OT4、KJCF020形式）を連結して
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  OT1-FILE.
       01  OT1-REC                 PIC  X(183).
       FD  OT2-FILE.
       01  OT2-REC                 PIC  X(183).
       FD  OT3-FILE.
       01  OT3-REC                 PIC  X(183).
       FD  OT4-FILE.
       01  OT4-REC                 PIC  X(183).
       FD  OTF-FILE.
       01  OTF-REC                 PIC  X(183).
       FD  MG1-FILE.
       01  MG1-REC                 PIC  X(183).
       FD  MG2-FILE.
       01  MG2-REC                 PIC  X(183).
       FD  MG3-FILE.
       01  MG3-REC                 PIC  X(183).
       FD  MG4-FILE.
       01  MG4-REC                 PIC  X(183).
       FD  MGH-FILE.
       01  MGH-REC                 PIC  X(183).
       FD  PR1-FILE.
       01  PR1-REC                 PIC  X(135).
       FD  PR2-FILE.
