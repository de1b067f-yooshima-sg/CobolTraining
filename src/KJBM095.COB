      * 作成日／作成者：２０２６年８月８日  システム技研
      * 変更日／変更者：２０２６年９月　２日  システム技研
      *       変更内容：日中サイクル別の世代名に対応
      * 変更日／変更者：２０２６年１０月１５日  システム技研
      *       変更内容：受注チェックファイルのレコード長変更
      ********************************************************
      *  KJBM010が作成した受注チェックファイル（KJCF020、外部名
      *  OTF）を、実行日付を付けた世代ファイルとして退避コピーし、
       01  SRC-REC.
           COPY  KJCF020.
       FD  ARC-FILE.
       01  ARC-REC                PIC  X(183).
      *
       WORKING-STORAGE            SECTION.
       01  SRC-END-FLG            PIC   X(1)          VALUE  "0".
