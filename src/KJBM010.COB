      * サブシステム名  ：受注
      * プログラム名    ：受注チェックファイル作成
      * 作成者／作成者  ：２０１３年４月３０日  システム技研
      * 変更日／変更者  ：２０２６年１０月１５日  システム技研
      *       変更内容  ：無償区分（サンプル・代替品）の引継ぎを追加
      ********************************************************
       ENVIRONMENT           DIVISION.
       INPUT-OUTPUT          SECTION.
      *    希望納品日（未設定（非数字）の旧形式データは指定なし
      *    （ゼロ）＝即時出荷扱いへ読み替える）
           MOVE  JF010-ORIGIN-KBN  TO  JF020-ORIGIN-KBN.
           MOVE  JF010-MUSHO-KBN   TO  JF020-MUSHO-KBN.
           MOVE  ZERO              TO  JF020-NOKI-Y1.
           IF  JF010-NOKI-DATE  IS  NUMERIC
               MOVE  JF010-NOKI-DATE  TO  JF020-NOKI-DATE6
