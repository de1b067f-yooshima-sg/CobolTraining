      *  作成日／作成者    ：２０２６年９月　２日  システム技研
      *  変更日／変更者    ：２０２６年９月　２日  システム技研
      *        変更内容    ：リスタートキー・エラー履歴を対象に追加
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：ロット別在庫のレコード長変更
      *                    ：商品マスタのレコード長変更
      *                    ：得意先マスタのレコード長変更
      *                    ：訂正待ち控えのレコード長変更
      *                    ：商品マスタのレコード長を３０９へ訂正
      ********************************************************
      *    災害復旧用に、マスタ・コントロールの一式を同一時点で
      *    まとめて退避する。取得前に実行ジャーナル（KJCF130）を
       01  HIS-REC.
           COPY  KJCF030.
       FD  BKP-FILE.
       01  BKP-REC                 PIC  X(309).
       FD  MAN-FILE.
       01  MAN-REC.
           COPY  KJCF280.
       01  WK-REC-CNT             PIC S9(09)          VALUE  ZERO.
       01  WK-HASH                PIC  9(12)          VALUE  ZERO.
       01  WK-HASH-IX             PIC S9(04)  COMP    VALUE  +0.
       01  WK-REC-BUF             PIC  X(309)         VALUE  SPACE.
      *    バッチ静止判定（プログラム別の最新区分の控え）
       01  WK-RUN-CNT             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-RUN-MAX             PIC S9(4)  COMP-3  VALUE  +50.
      *    こと。短い値は退避・検算の両方が同じ桁落ちを起こすため
      *    ハッシュ検算でも検出できない
           MOVE  "SHO"  TO  WK-FILE-ID.
           MOVE  309    TO  WK-RECLEN.
           PERFORM  SHO-BKP-RTN.
           MOVE  "TOK"  TO  WK-FILE-ID.
           MOVE  308    TO  WK-RECLEN.
           PERFORM  TOK-BKP-RTN.
           MOVE  "LOT"  TO  WK-FILE-ID.
           MOVE  70     TO  WK-RECLEN.
           PERFORM  LOT-BKP-RTN.
           MOVE  "RNS"  TO  WK-FILE-ID.
           MOVE  24     TO  WK-RECLEN.
           PERFORM  RNS-BKP-RTN.
           MOVE  "PND"  TO  WK-FILE-ID.
           MOVE  183    TO  WK-RECLEN.
           PERFORM  PND-BKP-RTN.
           MOVE  "R30"  TO  WK-FILE-ID.
           MOVE  11     TO  WK-RECLEN.
