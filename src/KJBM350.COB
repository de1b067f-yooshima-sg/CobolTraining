      *  作成日／作成者    ：２０２６年９月　２日  システム技研
      *  変更日／変更者    ：２０２６年９月　２日  システム技研
      *        変更内容    ：リスタートキー・エラー履歴を対象に追加
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：ロット別在庫のレコード長変更・検査待ち除外
      *                    ：商品マスタのレコード長変更
      *                    ：得意先マスタのレコード長変更
      *                    ：訂正待ち控えのレコード長変更
      *                    ：商品マスタのレコード長を３０９へ訂正
      ********************************************************
      *    KJBM345のバックアップをマニフェスト（KJCF280、外部名
      *    MAN）に基づいて復元・検証する。
      *    　　を読み直して件数・ハッシュ合計をマニフェストと
      *    　　検算し、さらに復元一式の内部整合（ロット別在庫の
      *    　　商品×倉庫合計が商品マスタの倉庫在庫を超えない
      *    　　こと。受入検査待ち・不合格のロットは商品マスタ
      *    　　在庫の外のため合計から除く）を確認する。復元は
      *    　　行わない
      *    　・復元（上記以外）：検証と同じ検算を行いながら、
      *    　　復元出力（RSH／RTK／RLT／RRN／RPD／RU3／RU5／
      *    　　RU1／RHS。索引ファイルは索引のまま）へ書き戻す
       01  MAN-REC.
           COPY  KJCF280.
       FD  BKP-FILE.
       01  BKP-REC                 PIC  X(309).
       FD  RSH-FILE.
       01  RSH-REC.
           COPY  KCCFSHO.
           03  WK-SHO-LOTSUM-01   PIC S9(09).
           03  WK-SHO-LOTSUM-02   PIC S9(09).
      *    バックアップ行の読み替え域
       01  WK-REC                 PIC  X(309)         VALUE  SPACE.
       01  WK-REC-SHO  REDEFINES  WK-REC.
           COPY  KCCFSHO  REPLACING  LEADING  ==CFSHO==
                                     BY  ==WSH==.
      *    こと（取得側KJBM345と同値）
           EVALUATE  MAN-FILE-ID
             WHEN  "SHO"
               MOVE  309  TO  WK-RECLEN
             WHEN  "TOK"
               MOVE  308  TO  WK-RECLEN
             WHEN  "LOT"
               MOVE  70   TO  WK-RECLEN
             WHEN  "RNS"
               MOVE  24   TO  WK-RECLEN
             WHEN  "PND"
               MOVE  183  TO  WK-RECLEN
             WHEN  "R30"
               MOVE  11   TO  WK-RECLEN
             WHEN  "R35"
      *  ロット合計控え処理（内部整合検証用）
      ********************************************************
       LOT-ATSUME-RTN              SECTION.
           IF  WLT-KENSA-KBN  NOT  =  SPACE
             GO  TO  EXT
           END-IF.
           MOVE  WLT-SHOHIN-NO  TO  WK-SHO-SHOHIN-NO  (1).
           PERFORM  SHO-FIND-RTN.
           IF  WK-SHO-HIT-IDX  >  +0
