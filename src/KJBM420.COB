       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KJBM420.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：受注
      *  プログラム名      ：機会損失月報作成
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    対象月の機会損失ジャーナル（KJCF350。KJBM030が日々
      *    追記したものを連結して入力とする）を商品×得意先×
      *    倉庫別に集計し、損失理由（欠品・廃番・代替振替え・
      *    按分）別の損失数量と、損失数量計・定価ベースの損失
      *    金額を印字する月次リスト。商品ごとに小計を、最後に
      *    総合計を付ける。顧客の取消で受注から消えた需要も
      *    ここに残るため、購買担当が実需の把握に使う。
      *    対象月は環境変数KJBM420_YM（YYYYMM、省略時は処理月）
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  LSJ-FILE  ASSIGN  TO  EXTERNAL  LSJ.
           SELECT  IMF-FILE  ASSIGN  TO  EXTERNAL  IMF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  SRT-FILE  ASSIGN  TO  SRTWK01.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  LSJ-FILE.
       01  LSJ-REC.
           COPY  KJCF350.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       SD  SRT-FILE.
       01  SRT-REC.
         03  SRT-SHOHIN-NO        PIC  X(05).
         03  SRT-TOKU-COD         PIC  X(04).
         03  SRT-WHS-COD          PIC  X(02).
         03  SRT-RIYU-KBN         PIC  X(01).
         03  SRT-SURYO            PIC  9(07).
         03  SRT-KINGAKU          PIC S9(09).
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE             SECTION.
       01  LSJ-END-FLG            PIC  X(1)          VALUE  "0".
       01  SRT-END-FLG            PIC  X(1)          VALUE  "0".
       01  LSJ-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  TAISHO-CNT             PIC S9(9)  COMP-3  VALUE  +0.
       01  MEISAI-CNT             PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT       PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    対象月（環境変数KJBM420_YM。省略・非数字は処理月）
       01  WK-TAISHO-YM-X         PIC  X(06)          VALUE  SPACE.
       01  WK-TAISHO-YM           PIC  9(06)          VALUE  ZERO.
      *    商品・得意先・倉庫ブレイク制御と集計（理由別数量は
      *    添字１＝欠品、２＝廃番、３＝代替振替え、４＝按分）
       01  WK-BREAK-FLG           PIC  X(01)          VALUE  SPACE.
       01  WK-BREAK-SHOHIN-NO     PIC  X(05)          VALUE  SPACE.
       01  WK-BREAK-TOKU-COD      PIC  X(04)          VALUE  SPACE.
       01  WK-BREAK-WHS-COD       PIC  X(02)          VALUE  SPACE.
       01  WK-RIYU-IDX            PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-MEI-SURYO-TBL.
         02  WK-MEI-RIYU-SURYO    PIC S9(09)  OCCURS  4  TIMES.
       01  WK-MEI-SURYO           PIC S9(09)          VALUE  ZERO.
       01  WK-MEI-KINGAKU         PIC S9(11)          VALUE  ZERO.
       01  WK-SHO-SURYO-TBL.
         02  WK-SHO-RIYU-SURYO    PIC S9(09)  OCCURS  4  TIMES.
       01  WK-SHO-SURYO           PIC S9(09)          VALUE  ZERO.
       01  WK-SHO-KINGAKU         PIC S9(11)          VALUE  ZERO.
       01  WK-TOT-SURYO-TBL.
         02  WK-TOT-RIYU-SURYO    PIC S9(09)  OCCURS  4  TIMES.
       01  WK-TOT-SURYO           PIC S9(09)          VALUE  ZERO.
       01  WK-TOT-KINGAKU         PIC S9(11)          VALUE  ZERO.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(14)  VALUE
                    "機会損失月報".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "対象月".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-TAISHO-YM         PIC  9(06).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "PAGE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-PAGE-NO           PIC  Z,ZZ9.
         02  FILLER               PIC  X(65)  VALUE  SPACE.
      *  小見出し
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(8)   VALUE  "商品番号".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "商品名".
         02  FILLER               PIC  X(14)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "得意先".
         02  FILLER               PIC  X(22)  VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "倉庫".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "欠品".
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "廃番".
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "代替".
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "按分".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "損失数量".
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "損失金額".
         02  FILLER               PIC  X(15)  VALUE  SPACE.
      *  明細（商品×得意先×倉庫）
       01  D1-MEISAI.
         02  D1-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHOHIN-MEI        PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TOKU-MEI          PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-WHS-COD           PIC  X(2).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  D1-RIYU-GRP          OCCURS  4  TIMES.
           03  D1-RIYU-SURYO      PIC  ZZZ,ZZ9.
           03  FILLER             PIC  X(2)   VALUE  SPACE.
         02  D1-SURYO             PIC  Z,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KINGAKU           PIC  ZZZ,ZZZ,ZZ9.
         02  FILLER               PIC  X(15)  VALUE  SPACE.
      *  商品計
       01  D2-SHOKEI.
         02  FILLER               PIC  X(10)  VALUE
                    "（商品計）".
         02  D2-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(47)  VALUE  SPACE.
         02  D2-RIYU-GRP          OCCURS  4  TIMES.
           03  D2-RIYU-SURYO      PIC  ZZZ,ZZ9.
           03  FILLER             PIC  X(2)   VALUE  SPACE.
         02  D2-SURYO             PIC  Z,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-KINGAKU           PIC  ZZZ,ZZZ,ZZ9.
         02  FILLER               PIC  X(15)  VALUE  SPACE.
      *  総合計
       01  D3-GOKEI.
         02  FILLER               PIC  X(10)  VALUE
                    "（総合計）".
         02  FILLER               PIC  X(52)  VALUE  SPACE.
         02  D3-RIYU-GRP          OCCURS  4  TIMES.
           03  D3-RIYU-SURYO      PIC  ZZZ,ZZ9.
           03  FILLER             PIC  X(2)   VALUE  SPACE.
         02  D3-SURYO             PIC  Z,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D3-KINGAKU           PIC  ZZZ,ZZZ,ZZ9.
         02  FILLER               PIC  X(15)  VALUE  SPACE.
      *
      ********************************************************
      *  機会損失月報作成（商品・得意先・倉庫順にソートして集計）
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           SORT  SRT-FILE
             ON  ASCENDING  KEY  SRT-SHOHIN-NO  IN  SRT-REC
                                 SRT-TOKU-COD   IN  SRT-REC
                                 SRT-WHS-COD    IN  SRT-REC
             INPUT   PROCEDURE  LSJ-SEL-RTN
             OUTPUT  PROCEDURE  INSATU-CTL-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（対象月を決める）
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KJBM420 START ***".
           OPEN  INPUT   LSJ-FILE.
           OPEN  INPUT   IMF-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           ACCEPT  WK-TAISHO-YM-X  FROM  ENVIRONMENT
                   "KJBM420_YM".
           IF  WK-TAISHO-YM-X  IS  NUMERIC
             MOVE  WK-TAISHO-YM-X      TO  WK-TAISHO-YM
           ELSE
             MOVE  WK-PC-DATE8  (1:6)  TO  WK-TAISHO-YM
           END-IF.
           MOVE  WK-TAISHO-YM  TO  H1-TAISHO-YM.
           MOVE  ZERO  TO  WK-MEI-SURYO-TBL.
           MOVE  ZERO  TO  WK-SHO-SURYO-TBL.
           MOVE  ZERO  TO  WK-TOT-SURYO-TBL.
       EXT.
           EXIT.
      ********************************************************
      *  損失対象選別処理（入力側。対象月の行をソートへ渡す）
      ********************************************************
       LSJ-SEL-RTN                SECTION.
           PERFORM  LSJ-READ-RTN.
           PERFORM  SENBETU-RTN  UNTIL  LSJ-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  機会損失ジャーナル入力処理
      ********************************************************
       LSJ-READ-RTN               SECTION.
           READ  LSJ-FILE
             AT  END
               MOVE  "1"  TO  LSJ-END-FLG
             NOT  AT  END
               ADD  +1  TO  LSJ-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  選別処理（対象月外・理由区分不正の行は読み飛ばす）
      ********************************************************
       SENBETU-RTN                SECTION.
           IF  LSJ-DATE  (1:6)  NOT  =  WK-TAISHO-YM
             GO  TO  NEXT-READ
           END-IF.
           IF  NOT  (LSJ-RIYU-KBN  =  "1"  OR  "2"  OR  "3"  OR  "4")
             GO  TO  NEXT-READ
           END-IF.
           MOVE  LSJ-SHOHIN-NO  TO  SRT-SHOHIN-NO  IN  SRT-REC.
           MOVE  LSJ-TOKU-COD   TO  SRT-TOKU-COD   IN  SRT-REC.
           MOVE  LSJ-WHS-COD    TO  SRT-WHS-COD    IN  SRT-REC.
           MOVE  LSJ-RIYU-KBN   TO  SRT-RIYU-KBN   IN  SRT-REC.
           MOVE  LSJ-SURYO      TO  SRT-SURYO      IN  SRT-REC.
           MOVE  LSJ-KINGAKU    TO  SRT-KINGAKU    IN  SRT-REC.
           RELEASE  SRT-REC.
           ADD  +1  TO  TAISHO-CNT.
       NEXT-READ.
           PERFORM  LSJ-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  印刷制御処理（出力側）
      ********************************************************
       INSATU-CTL-RTN             SECTION.
           PERFORM  RETURN-RTN.
           PERFORM  SHUKEI-RTN  UNTIL  SRT-END-FLG  =  "1".
           IF  WK-BREAK-FLG  =  "1"
             PERFORM  MEISAI-RTN
             PERFORM  SHOKEI-RTN
           END-IF.
           PERFORM  SOUKEI-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  ソート済みファイル入力処理
      ********************************************************
       RETURN-RTN                 SECTION.
           RETURN  SRT-FILE
             AT  END
               MOVE  "1"  TO  SRT-END-FLG
           END-RETURN.
       EXT.
           EXIT.
      ********************************************************
      *  集計処理（得意先・倉庫が変われば明細を、商品が変われ
      *  ば商品計を印字する）
      ********************************************************
       SHUKEI-RTN                 SECTION.
           IF  WK-BREAK-FLG  =  "1"
             IF  SRT-SHOHIN-NO  IN  SRT-REC  NOT  =  WK-BREAK-SHOHIN-NO
               OR  SRT-TOKU-COD  IN  SRT-REC  NOT  =  WK-BREAK-TOKU-COD
               OR  SRT-WHS-COD   IN  SRT-REC  NOT  =  WK-BREAK-WHS-COD
                 PERFORM  MEISAI-RTN
             END-IF
             IF  SRT-SHOHIN-NO  IN  SRT-REC  NOT  =  WK-BREAK-SHOHIN-NO
               PERFORM  SHOKEI-RTN
             END-IF
           END-IF.
           MOVE  "1"                        TO  WK-BREAK-FLG.
           MOVE  SRT-SHOHIN-NO  IN  SRT-REC  TO  WK-BREAK-SHOHIN-NO.
           MOVE  SRT-TOKU-COD   IN  SRT-REC  TO  WK-BREAK-TOKU-COD.
           MOVE  SRT-WHS-COD    IN  SRT-REC  TO  WK-BREAK-WHS-COD.
           MOVE  SRT-RIYU-KBN   IN  SRT-REC  TO  WK-RIYU-IDX.
           ADD  SRT-SURYO    IN  SRT-REC  TO
                WK-MEI-RIYU-SURYO  (WK-RIYU-IDX).
           ADD  SRT-SURYO    IN  SRT-REC  TO  WK-MEI-SURYO.
           ADD  SRT-KINGAKU  IN  SRT-REC  TO  WK-MEI-KINGAKU.
           PERFORM  RETURN-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  明細印刷処理（商品×得意先×倉庫の集計行）
      ********************************************************
       MEISAI-RTN                 SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  WK-BREAK-SHOHIN-NO  TO  D1-SHOHIN-NO.
           MOVE  WK-BREAK-SHOHIN-NO  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               MOVE  SPACE             TO  D1-SHOHIN-MEI
             NOT  INVALID  KEY
               MOVE  CFSHO-SHOHIN-MEI  TO  D1-SHOHIN-MEI
           END-READ.
           MOVE  WK-BREAK-TOKU-COD  TO  D1-TOKU-COD.
           MOVE  WK-BREAK-TOKU-COD  TO  CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               MOVE  SPACE           TO  D1-TOKU-MEI
             NOT  INVALID  KEY
               MOVE  CFTOK-TOKU-MEI  TO  D1-TOKU-MEI
           END-READ.
           MOVE  WK-BREAK-WHS-COD  TO  D1-WHS-COD.
           PERFORM  MEISAI-RIYU-RTN
             VARYING  WK-RIYU-IDX  FROM  1  BY  1
               UNTIL  WK-RIYU-IDX  >  4.
           MOVE  WK-MEI-SURYO    TO  D1-SURYO.
           MOVE  WK-MEI-KINGAKU  TO  D1-KINGAKU.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
           ADD  +1  TO  MEISAI-CNT.
           ADD  WK-MEI-SURYO    TO  WK-SHO-SURYO.
           ADD  WK-MEI-KINGAKU  TO  WK-SHO-KINGAKU.
           MOVE  ZERO  TO  WK-MEI-SURYO-TBL.
           MOVE  ZERO  TO  WK-MEI-SURYO.
           MOVE  ZERO  TO  WK-MEI-KINGAKU.
       EXT.
           EXIT.
      ********************************************************
      *  明細理由別編集処理（理由別数量を印字し商品計へ加える）
      ********************************************************
       MEISAI-RIYU-RTN            SECTION.
           MOVE  WK-MEI-RIYU-SURYO  (WK-RIYU-IDX)  TO
                 D1-RIYU-SURYO  (WK-RIYU-IDX).
           ADD  WK-MEI-RIYU-SURYO  (WK-RIYU-IDX)  TO
                WK-SHO-RIYU-SURYO  (WK-RIYU-IDX).
       EXT.
           EXIT.
      ********************************************************
      *  商品計印刷処理
      ********************************************************
       SHOKEI-RTN                 SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  WK-BREAK-SHOHIN-NO  TO  D2-SHOHIN-NO.
           PERFORM  SHOKEI-RIYU-RTN
             VARYING  WK-RIYU-IDX  FROM  1  BY  1
               UNTIL  WK-RIYU-IDX  >  4.
           MOVE  WK-SHO-SURYO    TO  D2-SURYO.
           MOVE  WK-SHO-KINGAKU  TO  D2-KINGAKU.
           MOVE  D2-SHOKEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           MOVE  SPACE  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +2  TO  LINE-CNT.
           ADD  WK-SHO-SURYO    TO  WK-TOT-SURYO.
           ADD  WK-SHO-KINGAKU  TO  WK-TOT-KINGAKU.
           MOVE  ZERO  TO  WK-SHO-SURYO-TBL.
           MOVE  ZERO  TO  WK-SHO-SURYO.
           MOVE  ZERO  TO  WK-SHO-KINGAKU.
       EXT.
           EXIT.
      ********************************************************
      *  商品計理由別編集処理（理由別数量を印字し総合計へ加える）
      ********************************************************
       SHOKEI-RIYU-RTN            SECTION.
           MOVE  WK-SHO-RIYU-SURYO  (WK-RIYU-IDX)  TO
                 D2-RIYU-SURYO  (WK-RIYU-IDX).
           ADD  WK-SHO-RIYU-SURYO  (WK-RIYU-IDX)  TO
                WK-TOT-RIYU-SURYO  (WK-RIYU-IDX).
       EXT.
           EXIT.
      ********************************************************
      *  総合計印刷処理
      ********************************************************
       SOUKEI-RTN                 SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           PERFORM  SOUKEI-RIYU-RTN
             VARYING  WK-RIYU-IDX  FROM  1  BY  1
               UNTIL  WK-RIYU-IDX  >  4.
           MOVE  WK-TOT-SURYO    TO  D3-SURYO.
           MOVE  WK-TOT-KINGAKU  TO  D3-KINGAKU.
           MOVE  D3-GOKEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
       EXT.
           EXIT.
      ********************************************************
      *  総合計理由別編集処理
      ********************************************************
       SOUKEI-RIYU-RTN            SECTION.
           MOVE  WK-TOT-RIYU-SURYO  (WK-RIYU-IDX)  TO
                 D3-RIYU-SURYO  (WK-RIYU-IDX).
       EXT.
           EXIT.
      ********************************************************
      *  見出し印刷処理
      ********************************************************
       MIDASHI-RTN                SECTION.
           MOVE  +0  TO  LINE-CNT.
           ADD   +1  TO  PAGE-CNT.
           MOVE  PAGE-CNT  TO  H1-PAGE-NO.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  H2-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  LSJ-FILE  IMF-FILE  TOK-FILE  OEF-FILE.
           DISPLAY  "*** LSJ-CNT="     LSJ-CNT.
           DISPLAY  "*** TAISHO-CNT="  TAISHO-CNT.
           DISPLAY  "*** MEISAI-CNT="  MEISAI-CNT.
           DISPLAY  "*** KJBM420  END ***".
       EXT.
           EXIT.
