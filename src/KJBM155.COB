      *  サブシステム名    ：共通
      *  プログラム名      ：得意先コード統合
      *  作成日／作成者    ：２０２６年８月２３日  システム技研
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：出荷先マスタのレコード長変更
      ********************************************************
      *    買収・重複登録等で不要になった旧得意先コードを新
      *    得意先コードへ統合する一括ユーティリティ。統合申請
       01  WK-OLD-ZAN              PIC S9(09)          VALUE  ZERO.
       01  WK-NEW-ZAN              PIC S9(09)          VALUE  ZERO.
       01  WK-OLD-TOK-REC          PIC  X(122)         VALUE  SPACE.
       01  WK-SHK-SAVE             PIC  X(104)         VALUE  SPACE.
       01  WK-U25-YM               PIC  X(06)          VALUE  SPACE.
       01  WK-U25-KIN              PIC S9(09)          VALUE  ZERO.
       01  SHK-END-FLG             PIC  X(01)          VALUE  "0".
