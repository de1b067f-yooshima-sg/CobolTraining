       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KJBM450.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：共通
      *  プログラム名      ：郵便番号・住所クレンジングリスト作成
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    得意先マスタ（KCCFTOK）、出荷先マスタ（KCCFSHK）の順に
      *    全件読み、郵便番号と住所を郵便番号・住所照合（KCBS050）
      *    で確かめて、郵便番号が空白・形式不正・郵便番号マスタ
      *    （KCCFYUB）に無いもの、住所が郵便番号の都道府県・市区
      *    町村と一致しないものを一覧に印字する。明細は２行で、
      *    １行目にマスタの内容、２行目に理由と郵便番号マスタの
      *    都道府県・市区町村を印字する。既存データの洗い出し用
      *    で、郵便番号マスタを作り直した後（KJBM445）に実行する。
      *    訂正は得意先マスタメンテナンス（KJBM080）・出荷先マスタ
      *    メンテナンス（KJBM145）の変更申請で行う
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  SHK-FILE  ASSIGN  TO  EXTERNAL  SHK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  CFSHK-KEY.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  SHK-FILE.
       01  SHK-REC.
           COPY  KCCFSHK.
       FD  OEF-FILE.
       01  OEF-REC                 PIC  X(135).
      *
       WORKING-STORAGE             SECTION.
       01  TOK-END-FLG             PIC  X(1)          VALUE  "0".
       01  SHK-END-FLG             PIC  X(1)          VALUE  "0".
       01  TOK-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  SHK-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  KUHAKU-CNT              PIC S9(9)  COMP-3  VALUE   +0.
       01  KEISHIKI-CNT            PIC S9(9)  COMP-3  VALUE   +0.
       01  MITOROKU-CNT            PIC S9(9)  COMP-3  VALUE   +0.
       01  FUICCHI-CNT             PIC S9(9)  COMP-3  VALUE   +0.
       01  LINE-CNT                PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT                PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT        PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8             PIC  9(08)          VALUE  ZERO.
      *    郵便番号・住所照合連携パラメタ
           COPY  KCBS050P.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(30)  VALUE
                    "郵便番号・住所クレンジング".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "DATE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-DATE              PIC  9(08).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "PAGE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-PAGE-NO           PIC  Z,ZZ9.
         02  FILLER               PIC  X(49)  VALUE  SPACE.
      *  小見出し
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(6)   VALUE  "マスタ".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "得意先".
         02  FILLER               PIC  X(6)   VALUE  "出荷先".
         02  FILLER               PIC  X(20)  VALUE  "名称".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "郵便番号".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(50)  VALUE  "住所".
         02  FILLER               PIC  X(31)  VALUE  SPACE.
      *  明細１（マスタの内容）
       01  D1-MEISAI.
         02  D1-MASTER            PIC  X(6).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHIP-COD          PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-MEI               PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-YUBIN-NO          PIC  X(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-JUSHO             PIC  X(50).
         02  FILLER               PIC  X(31)  VALUE  SPACE.
      *  明細２（理由と郵便番号マスタの地名）
       01  D2-RIYU-GYO.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  D2-RIYU              PIC  X(40).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-YUB-MIDASHI       PIC  X(16).
         02  D2-KEN-MEI           PIC  X(8).
         02  D2-SHI-MEI           PIC  X(24).
         02  FILLER               PIC  X(35)  VALUE  SPACE.
      *  合計行
       01  D3-GOKEI.
         02  D3-MIDASHI           PIC  X(30).
         02  D3-CNT               PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(99)  VALUE  SPACE.
      *
      ********************************************************
      *  郵便番号・住所クレンジングリスト作成
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  TOK-READ-RTN.
           PERFORM  TOK-SHOGO-RTN  UNTIL  TOK-END-FLG  =  "1".
           PERFORM  SHK-READ-RTN.
           PERFORM  SHK-SHOGO-RTN  UNTIL  SHK-END-FLG  =  "1".
           PERFORM  GOKEI-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理
      ********************************************************
       INIT-RTN                    SECTION.
           DISPLAY  "*** KJBM450 START ***".
           OPEN  INPUT   TOK-FILE.
           OPEN  INPUT   SHK-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
       EXT.
           EXIT.
      ********************************************************
      *  得意先マスタ順次読込処理
      ********************************************************
       TOK-READ-RTN                SECTION.
           READ  TOK-FILE  NEXT
             AT  END
               MOVE  "1"  TO  TOK-END-FLG
             NOT  AT  END
               ADD  +1  TO  TOK-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  得意先照合処理
      ********************************************************
       TOK-SHOGO-RTN               SECTION.
           MOVE  CFTOK-YUBIN-NO  TO  S050-YUBIN-NO.
           MOVE  CFTOK-JUSHO     TO  S050-JUSHO.
           CALL  "KCBS050"  USING  KCBS050-P1.
           IF  S050-RCD  =  SPACE
             GO  TO  NEXT-READ
           END-IF.
           MOVE  "得意先"        TO  D1-MASTER.
           MOVE  CFTOK-TOKU-COD  TO  D1-TOKU-COD.
           MOVE  SPACE           TO  D1-SHIP-COD.
           MOVE  CFTOK-TOKU-MEI  TO  D1-MEI.
           PERFORM  MEISAI-PRINT-RTN.
       NEXT-READ.
           PERFORM  TOK-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  出荷先マスタ順次読込処理
      ********************************************************
       SHK-READ-RTN                SECTION.
           READ  SHK-FILE  NEXT
             AT  END
               MOVE  "1"  TO  SHK-END-FLG
             NOT  AT  END
               ADD  +1  TO  SHK-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  出荷先照合処理
      ********************************************************
       SHK-SHOGO-RTN               SECTION.
           MOVE  CFSHK-YUBIN-NO  TO  S050-YUBIN-NO.
           MOVE  CFSHK-JUSHO     TO  S050-JUSHO.
           CALL  "KCBS050"  USING  KCBS050-P1.
           IF  S050-RCD  =  SPACE
             GO  TO  NEXT-READ
           END-IF.
           MOVE  "出荷先"        TO  D1-MASTER.
           MOVE  CFSHK-TOKU-COD  TO  D1-TOKU-COD.
           MOVE  CFSHK-SHIP-COD  TO  D1-SHIP-COD.
           MOVE  CFSHK-SHIP-MEI  TO  D1-MEI.
           PERFORM  MEISAI-PRINT-RTN.
       NEXT-READ.
           PERFORM  SHK-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  明細印刷処理（照合結果の理由を２行目に印字し、理由別に
      *  件数を数える。郵便番号マスタの地名は住所不一致の場合
      *  だけ印字する）
      ********************************************************
       MEISAI-PRINT-RTN            SECTION.
           MOVE  S050-YUBIN-NO  TO  D1-YUBIN-NO.
           MOVE  S050-JUSHO     TO  D1-JUSHO.
           MOVE  SPACE  TO  D2-YUB-MIDASHI  D2-KEN-MEI  D2-SHI-MEI.
           EVALUATE  S050-RCD
             WHEN  "1"
               MOVE  "郵便番号が登録されていません"
                                                     TO  D2-RIYU
               ADD  +1  TO  KUHAKU-CNT
             WHEN  "2"
               MOVE  "郵便番号の形式が正しくありません"
                                                     TO  D2-RIYU
               ADD  +1  TO  KEISHIKI-CNT
             WHEN  "3"
               MOVE  "郵便番号マスタにありません"
                                                     TO  D2-RIYU
               ADD  +1  TO  MITOROKU-CNT
             WHEN  OTHER
               MOVE  "住所が郵便番号の地名と違います"
                                                     TO  D2-RIYU
               MOVE  "郵便番号の地名："
                                                     TO  D2-YUB-MIDASHI
               MOVE  S050-KEN-MEI                    TO  D2-KEN-MEI
               MOVE  S050-SHI-MEI                    TO  D2-SHI-MEI
               ADD  +1  TO  FUICCHI-CNT
           END-EVALUATE.
           IF  LINE-CNT  +  2  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  D2-RIYU-GYO  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +3  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  合計印刷処理（理由別の件数）
      ********************************************************
       GOKEI-RTN                   SECTION.
           IF  LINE-CNT  +  5  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  "郵便番号空白："            TO  D3-MIDASHI.
           MOVE  KUHAKU-CNT    TO  D3-CNT.
           MOVE  D3-GOKEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  "郵便番号形式不正："        TO  D3-MIDASHI.
           MOVE  KEISHIKI-CNT  TO  D3-CNT.
           MOVE  D3-GOKEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           MOVE  "郵便番号マスタ未登録："    TO  D3-MIDASHI.
           MOVE  MITOROKU-CNT  TO  D3-CNT.
           MOVE  D3-GOKEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           MOVE  "住所不一致："              TO  D3-MIDASHI.
           MOVE  FUICCHI-CNT   TO  D3-CNT.
           MOVE  D3-GOKEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
       EXT.
           EXIT.
      ********************************************************
      *  見出し印刷処理
      ********************************************************
       MIDASHI-RTN                 SECTION.
           MOVE  +0  TO  LINE-CNT.
           ADD   +1  TO  PAGE-CNT.
           MOVE  PAGE-CNT  TO  H1-PAGE-NO.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  H2-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           ADD  +2  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  TOK-FILE  SHK-FILE  OEF-FILE.
           DISPLAY  "*** TOK-CNT="       TOK-CNT.
           DISPLAY  "*** SHK-CNT="       SHK-CNT.
           DISPLAY  "*** KUHAKU-CNT="    KUHAKU-CNT.
           DISPLAY  "*** KEISHIKI-CNT="  KEISHIKI-CNT.
           DISPLAY  "*** MITOROKU-CNT="  MITOROKU-CNT.
           DISPLAY  "*** FUICCHI-CNT="   FUICCHI-CNT.
           DISPLAY  "*** KJBM450  END ***".
       EXT.
           EXIT.
