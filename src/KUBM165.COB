      *  サブシステム名    ：共通
      *  プログラム名      ：請求調整メモ承認（対話）
      *  作成日／作成者    ：２０２６年９月　２日  システム技研
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：遅延損害金メモ（区分"3"）の表示
      ********************************************************
      *    メモ台帳（KUCF115）の申請中（状態"0"）のメモを一件
      *    ずつ表示し、承認者が承認／却下を入力する承認画面。
           02  LINE 1  COLUMN 1   VALUE  "請求調整メモ承認".
           02  LINE 3  COLUMN 1   VALUE  "メモ番号         : ".
           02  LINE 3  COLUMN 21  PIC  9(06)  FROM  MEM-NO.
           02  LINE 4  COLUMN 1   VALUE  "メモ区分(1/2/3)  : ".
           02  LINE 4  COLUMN 21  PIC  X(01)  FROM  MEM-KBN.
           02  LINE 5  COLUMN 1   VALUE  "得意先コード     : ".
           02  LINE 5  COLUMN 21  PIC  X(04)  FROM  MEM-TOKU-COD.
