      *  サブシステム名    ：受注
      *  プログラム名      ：受注番号採番監査レポート作成
      *  作成日／作成者    ：２０２６年９月　２日  システム技研
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：番号帯の会社コードを印字
      ********************************************************
      *    受注番号範囲マスタ（KCCFNBR）の発番元・会社別の割当範囲・
      *    次番号・累計払出件数を一覧し、当日の受注データ
      *    （KJCF010。必要に応じ世代分を連結したものを入力と
      *    する）の受注番号を各帯へ突き当てて消費件数を数える。
           SELECT  NBR-FILE  ASSIGN  TO  EXTERNAL  NBR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  CFNBR-KEY.
           SELECT  ITF-FILE  ASSIGN  TO  EXTERNAL  ITF.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       01  WK-NBR-TBL.
         02  WK-NBR-ENT           OCCURS  20  TIMES.
           03  WK-NBR-SOURCE-ID   PIC  X(08).
           03  WK-NBR-KAISHA-COD  PIC  X(02).
           03  WK-NBR-FROM        PIC  9(06).
           03  WK-NBR-TO          PIC  9(06).
           03  WK-NBR-NEXT        PIC  9(06).
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(8)   VALUE  "発番元".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "会社".
         02  FILLER               PIC  X(6)   VALUE  "下限".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "上限".
         02  FILLER               PIC  X(8)   VALUE  "当日消費".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "備  考".
         02  FILLER               PIC  X(69)  VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-SOURCE-ID         PIC  X(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KAISHA-COD        PIC  X(2).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-FROM-NO           PIC  9(06).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TO-NO             PIC  9(06).
         02  D1-SHOHI             PIC  ZZZ,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-BIKO              PIC  X(10).
         02  FILLER               PIC  X(65)  VALUE  SPACE.
      *  帯外明細
       01  D2-TAIGAI.
         02  FILLER               PIC  X(8)   VALUE  "＊帯外＊".
                 ADD  +1  TO  WK-NBR-CNT
                 MOVE  CFNBR-SOURCE-ID   TO
                       WK-NBR-SOURCE-ID  (WK-NBR-CNT)
                 MOVE  CFNBR-KAISHA-COD  TO
                       WK-NBR-KAISHA-COD (WK-NBR-CNT)
                 MOVE  CFNBR-FROM-NO     TO
                       WK-NBR-FROM       (WK-NBR-CNT)
                 MOVE  CFNBR-TO-NO       TO
           PERFORM  VARYING  WK-NBR-IDX  FROM  1  BY  1
             UNTIL  WK-NBR-IDX  >  WK-NBR-CNT
             MOVE  WK-NBR-SOURCE-ID  (WK-NBR-IDX)  TO  D1-SOURCE-ID
             MOVE  WK-NBR-KAISHA-COD  (WK-NBR-IDX)
                                                 TO  D1-KAISHA-COD
             MOVE  WK-NBR-FROM    (WK-NBR-IDX)  TO  D1-FROM-NO
             MOVE  WK-NBR-TO      (WK-NBR-IDX)  TO  D1-TO-NO
             MOVE  WK-NBR-NEXT    (WK-NBR-IDX)  TO  D1-NEXT-NO
