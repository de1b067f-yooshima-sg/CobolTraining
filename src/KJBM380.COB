       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KJBM380.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：受注
      *  プログラム名      ：付随費用配賦（輸入諸掛の入庫原価加算）
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    入荷計上の後に別請求で届く運賃・関税・通関手数料などの
      *    付随費用伝票（KJCF310）を読み、参照行で特定した入庫
      *    （KJCF100の入庫履歴。日次分を連結したものを入力とする）
      *    へ費用行ごとの配賦基準で按分する。
      *    　・基準"1"＝金額：入庫数量×発注単価（発注参照の無い
      *    　　入庫は標準原価）
      *    　・基準"2"＝数量：入庫数量
      *    　・基準"3"＝重量：入庫数量×商品マスタの重量
      *    端数は伝票の最後の配賦先で調整する。入庫ごとの配賦額の
      *    うち、入庫ロットにまだ残っている数量（ロット残数と入庫
      *    数量の少ない方）に見合う分をロット別在庫の付随費用単価
      *    へ積み増して在庫原価とし、販売・払出済の数量に見合う分
      *    は売上原価差異とする。ロット番号の無い入庫は全額を差異
      *    とする。ＧＬ仕訳は借方：仕入高（在庫計上分。月次在庫
      *    評価（KJBM240）が付随費用込みの評価で商品へ振り替える）
      *    ・売上原価差異／貸方：買掛金（支払先別）とする。
      *    費用行・参照行の不備、該当入庫なし、配賦基準の合計が
      *    ゼロの伝票は配賦せずエラー表示する
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  FTH-FILE  ASSIGN  TO  EXTERNAL  FTH.
           SELECT  RCV-FILE  ASSIGN  TO  EXTERNAL  RCV.
           SELECT  POF-FILE  ASSIGN  TO  EXTERNAL  POF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  HF010-PO-KEY.
           SELECT  IMF-FILE  ASSIGN  TO  EXTERNAL  IMF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  LOT-FILE  ASSIGN  TO  EXTERNAL  LOT
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFLOT-KEY.
           SELECT  GLF-FILE  ASSIGN  TO  EXTERNAL  GLF.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  FTH-FILE.
       01  FTH-REC.
           COPY  KJCF310.
       FD  RCV-FILE.
       01  RCV-REC.
           COPY  KJCF100.
       FD  POF-FILE.
       01  POF-REC.
           COPY  KHCF010.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  LOT-FILE.
       01  LOT-REC.
           COPY  KCCFLOT.
      *    付随費用仕訳（ＧＬ仕訳抽出ファイルと同一形式）
       FD  GLF-FILE.
       01  GLF-REC.
           COPY  KUCF050.
       FD  OEF-FILE.
       01  OEF-REC                 PIC  X(135).
      *
       WORKING-STORAGE             SECTION.
       01  FTH-END-FLG             PIC  X(1)          VALUE  "0".
       01  RCV-END-FLG             PIC  X(1)          VALUE  "0".
       01  FTH-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  RCV-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  DENPYO-CNT              PIC S9(9)  COMP-3  VALUE  +0.
       01  ERR-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  HAIFU-CNT               PIC S9(9)  COMP-3  VALUE  +0.
       01  LOT-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  GLF-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT                PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT                PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT        PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8             PIC  9(08)          VALUE  ZERO.
      *    処理中の伝票
       01  WK-DENPYO-NO            PIC  9(06)          VALUE  ZERO.
       01  WK-DENPYO-DATE          PIC  9(08)          VALUE  ZERO.
       01  WK-ERR-RIYU             PIC  X(20)          VALUE  SPACE.
      *    入庫履歴取り込み表
       01  WK-RCV-CNT              PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-RCV-MAX              PIC S9(5)  COMP-3  VALUE  +5000.
       01  WK-RCV-IDX              PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-RCV-TBL.
         02  WK-RCV-ENT            OCCURS  5000  TIMES.
           03  WK-RCV-SHOHIN-NO    PIC  X(05).
           03  WK-RCV-WHS-COD      PIC  X(02).
           03  WK-RCV-LOT-NO       PIC  X(10).
           03  WK-RCV-DATE         PIC  9(08).
           03  WK-RCV-SURYO        PIC  9(07).
           03  WK-RCV-PO-NO        PIC  9(06).
           03  WK-RCV-PO-GYO       PIC  9(02).
      *    伝票の費用行
       01  WK-HIY-CNT              PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-HIY-MAX              PIC S9(4)  COMP-3  VALUE  +9.
       01  WK-HIY-IDX              PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-HIY-TBL.
         02  WK-HIY-ENT            OCCURS  9  TIMES.
           03  WK-HIY-HIMOKU-KBN   PIC  X(01).
           03  WK-HIY-HAIFU-KIJUN  PIC  X(01).
           03  WK-HIY-KINGAKU      PIC S9(09).
           03  WK-HIY-SHIHARAI-COD PIC  X(06).
      *    伝票の参照行
       01  WK-REF-CNT              PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-REF-MAX              PIC S9(4)  COMP-3  VALUE  +50.
       01  WK-REF-IDX              PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-REF-TBL.
         02  WK-REF-ENT            OCCURS  50  TIMES.
           03  WK-REF-PO-NO        PIC  9(06).
           03  WK-REF-PO-GYO       PIC  9(02).
           03  WK-REF-SHOHIN-NO    PIC  X(05).
           03  WK-REF-WHS-COD      PIC  X(02).
           03  WK-REF-LOT-NO       PIC  X(10).
           03  WK-REF-RCV-DATE     PIC  9(08).
      *    配賦先（参照行に該当した入庫と各基準値・配賦額）
       01  WK-HIT-CNT              PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-HIT-MAX              PIC S9(4)  COMP-3  VALUE  +200.
       01  WK-HIT-IDX              PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-HIT-FLG              PIC  X(01)          VALUE  SPACE.
       01  WK-HIT-TBL.
         02  WK-HIT-ENT            OCCURS  200  TIMES.
           03  WK-HIT-RCV-IDX      PIC S9(5)  COMP-3.
           03  WK-HIT-KIJUN-KIN    PIC S9(13)V9(2).
           03  WK-HIT-KIJUN-SU     PIC S9(13)V9(2).
           03  WK-HIT-KIJUN-JU     PIC S9(13)V9(2).
           03  WK-HIT-HAIFU        PIC S9(11).
      *    配賦基準の伝票合計
       01  WK-GOKEI-KIN            PIC S9(13)V9(2)     VALUE  ZERO.
       01  WK-GOKEI-SU             PIC S9(13)V9(2)     VALUE  ZERO.
       01  WK-GOKEI-JU             PIC S9(13)V9(2)     VALUE  ZERO.
      *    按分計算用
       01  WK-TANKA                PIC S9(05)V9(2)     VALUE  ZERO.
       01  WK-KIJUN-GOKEI          PIC S9(13)V9(2)     VALUE  ZERO.
       01  WK-KIJUN-CHI            PIC S9(13)V9(2)     VALUE  ZERO.
       01  WK-HAIFU-ZAN            PIC S9(11)          VALUE  ZERO.
       01  WK-HAIFU-GAKU           PIC S9(11)          VALUE  ZERO.
      *    在庫計上・原価差異の判定
       01  WK-HAIFU                PIC S9(11)          VALUE  ZERO.
       01  WK-ZANSU                PIC S9(07)          VALUE  ZERO.
       01  WK-SHISAN               PIC S9(11)          VALUE  ZERO.
       01  WK-SAI                  PIC S9(11)          VALUE  ZERO.
       01  WK-TANKA-ZOBUN          PIC S9(05)V9(2)     VALUE  ZERO.
       01  WK-BIKO                 PIC  X(20)          VALUE  SPACE.
      *    伝票計・総合計
       01  WK-DEN-HAIFU            PIC S9(11)          VALUE  ZERO.
       01  WK-DEN-SHISAN           PIC S9(11)          VALUE  ZERO.
       01  WK-DEN-SAI              PIC S9(11)          VALUE  ZERO.
       01  WK-TOT-HAIFU            PIC S9(11)          VALUE  ZERO.
       01  WK-TOT-SHISAN           PIC S9(11)          VALUE  ZERO.
       01  WK-TOT-SAI              PIC S9(11)          VALUE  ZERO.
      *    仕訳出力用
       01  WK-GLJ-KBN              PIC  X(01)          VALUE  SPACE.
       01  WK-GLJ-KAMOKU-COD       PIC  X(06)          VALUE  SPACE.
       01  WK-GLJ-KAMOKU-MEI       PIC  X(20)          VALUE  SPACE.
       01  WK-GLJ-KINGAKU          PIC S9(11)          VALUE  ZERO.
       01  WK-GLJ-HOJO-COD         PIC  X(06)          VALUE  SPACE.
      *    勘定科目（仕入高・売上原価差異／買掛金）
       01  WK-KAMOKU-COD-SHIIRE    PIC  X(6)           VALUE  "610100".
       01  WK-KAMOKU-MEI-SHIIRE    PIC  X(20)          VALUE
                                     "仕入高".
       01  WK-KAMOKU-COD-SAI       PIC  X(6)           VALUE  "619100".
       01  WK-KAMOKU-MEI-SAI       PIC  X(20)          VALUE
                                     "売上原価差異".
       01  WK-KAMOKU-COD-KAKE      PIC  X(6)           VALUE  "215100".
       01  WK-KAMOKU-MEI-KAKE      PIC  X(20)          VALUE
                                     "買掛金".
      *    費目名・配賦基準名
       01  WK-HIMOKU-MEI           PIC  X(12)          VALUE  SPACE.
       01  WK-KIJUN-MEI            PIC  X(04)          VALUE  SPACE.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER                PIC  X(10)  VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(20)  VALUE
                    "付随費用配賦リスト".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER                PIC  X(3)   VALUE  SPACE.
         02  FILLER                PIC  X(4)   VALUE  "DATE".
         02  FILLER                PIC  X(1)   VALUE  SPACE.
         02  H1-DATE               PIC  9(08).
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(4)   VALUE  "PAGE".
         02  FILLER                PIC  X(1)   VALUE  SPACE.
         02  H1-PAGE-NO            PIC  Z,ZZ9.
         02  FILLER                PIC  X(59)  VALUE  SPACE.
      *  小見出し
       01  H2-KOMIDASHI.
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "商品番号".
         02  FILLER                PIC  X(4)   VALUE  "倉庫".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(10)  VALUE  "ロット番号".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "入庫日".
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "発注番号".
         02  FILLER                PIC  X(3)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "入庫数量".
         02  FILLER                PIC  X(3)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "配賦額".
         02  FILLER                PIC  X(8)   VALUE  SPACE.
         02  FILLER                PIC  X(10)  VALUE  "在庫計上額".
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "原価差異".
         02  FILLER                PIC  X(6)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "付随単価".
         02  FILLER                PIC  X(3)   VALUE  SPACE.
         02  FILLER                PIC  X(4)   VALUE  "備考".
         02  FILLER                PIC  X(18)  VALUE  SPACE.
      *  費用行
       01  D1-HIYO.
         02  FILLER                PIC  X(6)   VALUE  "伝票：".
         02  D1-DENPYO-NO          PIC  9(06).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D1-DENPYO-DATE        PIC  9(08).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "費目：".
         02  D1-HIMOKU-MEI         PIC  X(12).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(10)  VALUE  "配賦基準：".
         02  D1-KIJUN-MEI          PIC  X(4).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "金額：".
         02  D1-KINGAKU            PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "支払先：".
         02  D1-SHIHARAI-COD       PIC  X(06).
         02  FILLER                PIC  X(41)  VALUE  SPACE.
      *  配賦明細（入庫ごと）
       01  D2-MEISAI.
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D2-SHOHIN-NO          PIC  X(5).
         02  FILLER                PIC  X(3)   VALUE  SPACE.
         02  D2-WHS-COD            PIC  X(2).
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  D2-LOT-NO             PIC  X(10).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D2-RCV-DATE           PIC  9(08).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D2-PO-NO              PIC  9(06).
         02  FILLER                PIC  X(1)   VALUE  "-".
         02  D2-PO-GYO             PIC  9(02).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D2-SURYO              PIC  Z,ZZZ,ZZ9.
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D2-HAIFU              PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D2-SHISAN             PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D2-SAI                PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D2-FUTAI-TANKA        PIC  ZZ,ZZ9.99.
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D2-BIKO               PIC  X(20).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
      *  伝票計・総合計
       01  D3-GOKEI.
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D3-MIDASHI            PIC  X(10).
         02  FILLER                PIC  X(48)  VALUE  SPACE.
         02  D3-HAIFU              PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D3-SHISAN             PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D3-SAI                PIC  ZZZ,ZZZ,ZZ9-.
         02  FILLER                PIC  X(35)  VALUE  SPACE.
      *
      ********************************************************
      *  付随費用配賦
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  FTH-READ-RTN.
           PERFORM  DENPYO-RTN  UNTIL  FTH-END-FLG  =  "1".
           PERFORM  SOUKEI-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（入庫履歴を表へ取り込む）
      ********************************************************
       INIT-RTN                    SECTION.
           DISPLAY  "*** KJBM380 START ***".
           OPEN  INPUT   FTH-FILE.
           OPEN  INPUT   RCV-FILE.
           OPEN  INPUT   POF-FILE.
           OPEN  INPUT   IMF-FILE.
           OPEN  I-O     LOT-FILE.
           OPEN  OUTPUT  GLF-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           PERFORM  RCV-LOAD-RTN  UNTIL  RCV-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  入庫履歴取り込み処理
      ********************************************************
       RCV-LOAD-RTN                SECTION.
           READ  RCV-FILE
             AT  END
               MOVE  "1"  TO  RCV-END-FLG
             NOT  AT  END
               ADD  +1  TO  RCV-CNT
               IF  WK-RCV-CNT  <  WK-RCV-MAX
                 ADD  +1  TO  WK-RCV-CNT
                 MOVE  RCV-SHOHIN-NO  TO
                       WK-RCV-SHOHIN-NO  (WK-RCV-CNT)
                 MOVE  RCV-WHS-COD    TO
                       WK-RCV-WHS-COD    (WK-RCV-CNT)
                 MOVE  RCV-LOT-NO     TO
                       WK-RCV-LOT-NO     (WK-RCV-CNT)
                 MOVE  RCV-DATE       TO
                       WK-RCV-DATE       (WK-RCV-CNT)
                 MOVE  RCV-SURYO      TO
                       WK-RCV-SURYO      (WK-RCV-CNT)
                 MOVE  RCV-PO-NO      TO
                       WK-RCV-PO-NO      (WK-RCV-CNT)
                 MOVE  RCV-PO-GYO     TO
                       WK-RCV-PO-GYO     (WK-RCV-CNT)
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  付随費用伝票入力処理
      ********************************************************
       FTH-READ-RTN                SECTION.
           READ  FTH-FILE
             AT  END
               MOVE  "1"  TO  FTH-END-FLG
             NOT  AT  END
               ADD  +1  TO  FTH-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  伝票処理（伝票番号が変わるまで費用行・参照行を集め、
      *  該当入庫を特定して費用行ごとに配賦する）
      ********************************************************
       DENPYO-RTN                  SECTION.
           MOVE  FTH-DENPYO-NO    TO  WK-DENPYO-NO.
           MOVE  FTH-DENPYO-DATE  TO  WK-DENPYO-DATE.
           MOVE  SPACE  TO  WK-ERR-RIYU.
           MOVE  +0     TO  WK-HIY-CNT.
           MOVE  +0     TO  WK-REF-CNT.
           MOVE  +0     TO  WK-HIT-CNT.
           PERFORM  FTH-ATSUME-RTN
             UNTIL  FTH-END-FLG  =  "1"
                OR  FTH-DENPYO-NO  NOT  =  WK-DENPYO-NO.
           IF  WK-ERR-RIYU  =  SPACE
             AND  WK-HIY-CNT  =  +0
               MOVE  "費用行なし"  TO  WK-ERR-RIYU
           END-IF.
           IF  WK-ERR-RIYU  =  SPACE
             AND  WK-REF-CNT  =  +0
               MOVE  "参照行なし"  TO  WK-ERR-RIYU
           END-IF.
           IF  WK-ERR-RIYU  NOT  =  SPACE
             GO  TO  ERR-DISP
           END-IF.
           PERFORM  SANSHO-RTN.
           IF  WK-ERR-RIYU  NOT  =  SPACE
             GO  TO  ERR-DISP
           END-IF.
           PERFORM  KIJUN-CHECK-RTN
             VARYING  WK-HIY-IDX  FROM  1  BY  1
               UNTIL  WK-HIY-IDX  >  WK-HIY-CNT
                  OR  WK-ERR-RIYU  NOT  =  SPACE.
           IF  WK-ERR-RIYU  NOT  =  SPACE
             GO  TO  ERR-DISP
           END-IF.
           MOVE  ZERO  TO  WK-DEN-HAIFU.
           MOVE  ZERO  TO  WK-DEN-SHISAN.
           MOVE  ZERO  TO  WK-DEN-SAI.
           PERFORM  HIYO-HAIFU-RTN
             VARYING  WK-HIY-IDX  FROM  1  BY  1
               UNTIL  WK-HIY-IDX  >  WK-HIY-CNT.
           PERFORM  LOT-KEIJO-RTN
             VARYING  WK-HIT-IDX  FROM  1  BY  1
               UNTIL  WK-HIT-IDX  >  WK-HIT-CNT.
           PERFORM  SHIWAKE-RTN.
           PERFORM  DENKEI-RTN.
           ADD  +1  TO  DENPYO-CNT.
           GO  TO  EXT.
       ERR-DISP.
           DISPLAY  "*** KJBM380 "  WK-ERR-RIYU  " "  WK-DENPYO-NO
                    " ***".
           ADD  +1  TO  ERR-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  伝票行取り込み処理（費用行・参照行を表へ積む。不備は
      *  最初の１件を伝票のエラー理由とする）
      ********************************************************
       FTH-ATSUME-RTN              SECTION.
           IF  FTH-REC-KBN  =  "1"
             PERFORM  HIYO-TORIKOMI-RTN
           ELSE
             IF  FTH-REC-KBN  =  "2"
               PERFORM  SANSHO-TORIKOMI-RTN
             ELSE
               IF  WK-ERR-RIYU  =  SPACE
                 MOVE  "レコード区分不正"  TO  WK-ERR-RIYU
               END-IF
             END-IF
           END-IF.
           PERFORM  FTH-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  費用行取り込み処理
      ********************************************************
       HIYO-TORIKOMI-RTN           SECTION.
           IF  WK-ERR-RIYU  NOT  =  SPACE
             GO  TO  EXT
           END-IF.
           IF  NOT  (FTH-HIMOKU-KBN  =  "1"  OR  "2"  OR  "3"  OR  "9")
             MOVE  "費目区分不正"  TO  WK-ERR-RIYU
             GO  TO  EXT
           END-IF.
           IF  NOT  (FTH-HAIFU-KIJUN  =  "1"  OR  "2"  OR  "3")
             MOVE  "配賦基準不正"  TO  WK-ERR-RIYU
             GO  TO  EXT
           END-IF.
           IF  FTH-KINGAKU  NOT  >  ZERO
             MOVE  "費用金額不正"  TO  WK-ERR-RIYU
             GO  TO  EXT
           END-IF.
           IF  FTH-SHIHARAI-COD  =  SPACE
             MOVE  "支払先なし"  TO  WK-ERR-RIYU
             GO  TO  EXT
           END-IF.
           IF  WK-HIY-CNT  NOT  <  WK-HIY-MAX
             MOVE  "費用行数超過"  TO  WK-ERR-RIYU
             GO  TO  EXT
           END-IF.
           ADD  +1  TO  WK-HIY-CNT.
           MOVE  FTH-HIMOKU-KBN    TO  WK-HIY-HIMOKU-KBN   (WK-HIY-CNT).
           MOVE  FTH-HAIFU-KIJUN   TO  WK-HIY-HAIFU-KIJUN  (WK-HIY-CNT).
           MOVE  FTH-KINGAKU       TO  WK-HIY-KINGAKU      (WK-HIY-CNT).
           MOVE  FTH-SHIHARAI-COD  TO  WK-HIY-SHIHARAI-COD (WK-HIY-CNT).
       EXT.
           EXIT.
      ********************************************************
      *  参照行取り込み処理
      ********************************************************
       SANSHO-TORIKOMI-RTN         SECTION.
           IF  WK-ERR-RIYU  NOT  =  SPACE
             GO  TO  EXT
           END-IF.
           IF  FTH-PO-NO  =  ZERO
             AND  (FTH-SHOHIN-NO  =  SPACE
                   OR  FTH-LOT-NO  =  SPACE)
               MOVE  "参照先不正"  TO  WK-ERR-RIYU
               GO  TO  EXT
           END-IF.
           IF  WK-REF-CNT  NOT  <  WK-REF-MAX
             MOVE  "参照行数超過"  TO  WK-ERR-RIYU
             GO  TO  EXT
           END-IF.
           ADD  +1  TO  WK-REF-CNT.
           MOVE  FTH-PO-NO      TO  WK-REF-PO-NO      (WK-REF-CNT).
           MOVE  FTH-PO-GYO     TO  WK-REF-PO-GYO     (WK-REF-CNT).
           MOVE  FTH-SHOHIN-NO  TO  WK-REF-SHOHIN-NO  (WK-REF-CNT).
           MOVE  FTH-WHS-COD    TO  WK-REF-WHS-COD    (WK-REF-CNT).
           MOVE  FTH-LOT-NO     TO  WK-REF-LOT-NO     (WK-REF-CNT).
           MOVE  FTH-RCV-DATE   TO  WK-REF-RCV-DATE   (WK-REF-CNT).
       EXT.
           EXIT.
      ********************************************************
      *  配賦先特定処理（入庫履歴を参照行と突き合わせ、該当した
      *  入庫の配賦基準値を求めて伝票合計へ積む）
      ********************************************************
       SANSHO-RTN                  SECTION.
           MOVE  ZERO  TO  WK-GOKEI-KIN.
           MOVE  ZERO  TO  WK-GOKEI-SU.
           MOVE  ZERO  TO  WK-GOKEI-JU.
           PERFORM  RCV-SHOGO-RTN
             VARYING  WK-RCV-IDX  FROM  1  BY  1
               UNTIL  WK-RCV-IDX  >  WK-RCV-CNT
                  OR  WK-ERR-RIYU  NOT  =  SPACE.
           IF  WK-ERR-RIYU  =  SPACE
             AND  WK-HIT-CNT  =  +0
               MOVE  "該当入庫なし"  TO  WK-ERR-RIYU
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  入庫照合処理（いずれかの参照行に該当すれば配賦先とする）
      ********************************************************
       RCV-SHOGO-RTN               SECTION.
           MOVE  SPACE  TO  WK-HIT-FLG.
           PERFORM  REF-SHOGO-RTN
             VARYING  WK-REF-IDX  FROM  1  BY  1
               UNTIL  WK-REF-IDX  >  WK-REF-CNT
                  OR  WK-HIT-FLG  =  "1".
           IF  WK-HIT-FLG  NOT  =  "1"
             GO  TO  EXT
           END-IF.
           IF  WK-HIT-CNT  NOT  <  WK-HIT-MAX
             MOVE  "配賦先数超過"  TO  WK-ERR-RIYU
             GO  TO  EXT
           END-IF.
           ADD  +1  TO  WK-HIT-CNT.
           MOVE  WK-RCV-IDX  TO  WK-HIT-RCV-IDX  (WK-HIT-CNT).
           MOVE  ZERO        TO  WK-HIT-HAIFU    (WK-HIT-CNT).
           PERFORM  KIJUN-SET-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  参照行照合処理（発注参照は発注番号と行番号（ゼロは全行）
      *  で、入庫参照は商品・倉庫・ロットと入庫日（ゼロは全日）
      *  で照合する）
      ********************************************************
       REF-SHOGO-RTN               SECTION.
           IF  WK-REF-PO-NO  (WK-REF-IDX)  NOT  =  ZERO
             IF  WK-RCV-PO-NO  (WK-RCV-IDX)  =
                 WK-REF-PO-NO  (WK-REF-IDX)
               AND  (WK-REF-PO-GYO  (WK-REF-IDX)  =  ZERO
                     OR  WK-RCV-PO-GYO  (WK-RCV-IDX)  =
                         WK-REF-PO-GYO  (WK-REF-IDX))
                 MOVE  "1"  TO  WK-HIT-FLG
             END-IF
           ELSE
             IF  WK-RCV-SHOHIN-NO  (WK-RCV-IDX)  =
                 WK-REF-SHOHIN-NO  (WK-REF-IDX)
               AND  WK-RCV-WHS-COD  (WK-RCV-IDX)  =
                    WK-REF-WHS-COD  (WK-REF-IDX)
               AND  WK-RCV-LOT-NO  (WK-RCV-IDX)  =
                    WK-REF-LOT-NO  (WK-REF-IDX)
               AND  (WK-REF-RCV-DATE  (WK-REF-IDX)  =  ZERO
                     OR  WK-RCV-DATE  (WK-RCV-IDX)  =
                         WK-REF-RCV-DATE  (WK-REF-IDX))
                 MOVE  "1"  TO  WK-HIT-FLG
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  配賦基準値算出処理（金額は入庫数量×発注単価、発注参照
      *  の無い入庫・発注行不明は標準原価。重量は入庫数量×商品
      *  マスタの重量。マスタ不明の商品は金額・重量ともゼロ）
      ********************************************************
       KIJUN-SET-RTN               SECTION.
           MOVE  ZERO  TO  WK-TANKA.
           MOVE  WK-RCV-SHOHIN-NO  (WK-RCV-IDX)  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               MOVE  ZERO  TO  CFSHO-GENKA
               MOVE  ZERO  TO  CFSHO-JURYO
           END-READ.
           MOVE  CFSHO-GENKA  TO  WK-TANKA.
           IF  WK-RCV-PO-NO  (WK-RCV-IDX)  NOT  =  ZERO
             MOVE  WK-RCV-PO-NO   (WK-RCV-IDX)  TO  HF010-PO-NO
             MOVE  WK-RCV-PO-GYO  (WK-RCV-IDX)  TO  HF010-PO-GYO
             READ  POF-FILE
               INVALID  KEY
                 CONTINUE
               NOT  INVALID  KEY
                 MOVE  HF010-SIIRE-TANKA  TO  WK-TANKA
             END-READ
           END-IF.
           COMPUTE  WK-HIT-KIJUN-KIN  (WK-HIT-CNT)  =
                    WK-RCV-SURYO  (WK-RCV-IDX)  *  WK-TANKA.
           MOVE  WK-RCV-SURYO  (WK-RCV-IDX)  TO
                 WK-HIT-KIJUN-SU  (WK-HIT-CNT).
           COMPUTE  WK-HIT-KIJUN-JU  (WK-HIT-CNT)  =
                    WK-RCV-SURYO  (WK-RCV-IDX)  *  CFSHO-JURYO.
           ADD  WK-HIT-KIJUN-KIN  (WK-HIT-CNT)  TO  WK-GOKEI-KIN.
           ADD  WK-HIT-KIJUN-SU   (WK-HIT-CNT)  TO  WK-GOKEI-SU.
           ADD  WK-HIT-KIJUN-JU   (WK-HIT-CNT)  TO  WK-GOKEI-JU.
       EXT.
           EXIT.
      ********************************************************
      *  配賦基準検査処理（費用行の基準の伝票合計がゼロなら按分
      *  できないため伝票をエラーとする）
      ********************************************************
       KIJUN-CHECK-RTN             SECTION.
           PERFORM  KIJUN-GOKEI-RTN.
           IF  WK-KIJUN-GOKEI  NOT  >  ZERO
             MOVE  "配賦基準ゼロ"  TO  WK-ERR-RIYU
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  配賦基準合計選択処理
      ********************************************************
       KIJUN-GOKEI-RTN             SECTION.
           EVALUATE  WK-HIY-HAIFU-KIJUN  (WK-HIY-IDX)
             WHEN  "1"
               MOVE  WK-GOKEI-KIN  TO  WK-KIJUN-GOKEI
             WHEN  "2"
               MOVE  WK-GOKEI-SU   TO  WK-KIJUN-GOKEI
             WHEN  OTHER
               MOVE  WK-GOKEI-JU   TO  WK-KIJUN-GOKEI
           END-EVALUATE.
       EXT.
           EXIT.
      ********************************************************
      *  費用行配賦処理（費用行を印字し、配賦先へ基準値の比で
      *  按分する。端数は最後の配賦先へ寄せる）
      ********************************************************
       HIYO-HAIFU-RTN              SECTION.
           PERFORM  HIYO-PRINT-RTN.
           PERFORM  KIJUN-GOKEI-RTN.
           MOVE  WK-HIY-KINGAKU  (WK-HIY-IDX)  TO  WK-HAIFU-ZAN.
           PERFORM  HIT-HAIFU-RTN
             VARYING  WK-HIT-IDX  FROM  1  BY  1
               UNTIL  WK-HIT-IDX  >  WK-HIT-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  配賦先按分処理
      ********************************************************
       HIT-HAIFU-RTN               SECTION.
           EVALUATE  WK-HIY-HAIFU-KIJUN  (WK-HIY-IDX)
             WHEN  "1"
               MOVE  WK-HIT-KIJUN-KIN  (WK-HIT-IDX)  TO  WK-KIJUN-CHI
             WHEN  "2"
               MOVE  WK-HIT-KIJUN-SU   (WK-HIT-IDX)  TO  WK-KIJUN-CHI
             WHEN  OTHER
               MOVE  WK-HIT-KIJUN-JU   (WK-HIT-IDX)  TO  WK-KIJUN-CHI
           END-EVALUATE.
           IF  WK-HIT-IDX  =  WK-HIT-CNT
             MOVE  WK-HAIFU-ZAN  TO  WK-HAIFU-GAKU
           ELSE
             COMPUTE  WK-HAIFU-GAKU  ROUNDED  =
                      WK-HIY-KINGAKU  (WK-HIY-IDX)  *  WK-KIJUN-CHI  /
                      WK-KIJUN-GOKEI
           END-IF.
           SUBTRACT  WK-HAIFU-GAKU  FROM  WK-HAIFU-ZAN.
           ADD  WK-HAIFU-GAKU  TO  WK-HIT-HAIFU  (WK-HIT-IDX).
       EXT.
           EXIT.
      ********************************************************
      *  費用行印字処理
      ********************************************************
       HIYO-PRINT-RTN              SECTION.
           EVALUATE  WK-HIY-HIMOKU-KBN  (WK-HIY-IDX)
             WHEN  "1"
               MOVE  "運賃"          TO  WK-HIMOKU-MEI
             WHEN  "2"
               MOVE  "関税"          TO  WK-HIMOKU-MEI
             WHEN  "3"
               MOVE  "通関手数料"    TO  WK-HIMOKU-MEI
             WHEN  OTHER
               MOVE  "その他"        TO  WK-HIMOKU-MEI
           END-EVALUATE.
           EVALUATE  WK-HIY-HAIFU-KIJUN  (WK-HIY-IDX)
             WHEN  "1"
               MOVE  "金額"  TO  WK-KIJUN-MEI
             WHEN  "2"
               MOVE  "数量"  TO  WK-KIJUN-MEI
             WHEN  OTHER
               MOVE  "重量"  TO  WK-KIJUN-MEI
           END-EVALUATE.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  WK-DENPYO-NO    TO  D1-DENPYO-NO.
           MOVE  WK-DENPYO-DATE  TO  D1-DENPYO-DATE.
           MOVE  WK-HIMOKU-MEI   TO  D1-HIMOKU-MEI.
           MOVE  WK-KIJUN-MEI    TO  D1-KIJUN-MEI.
           MOVE  WK-HIY-KINGAKU  (WK-HIY-IDX)  TO  D1-KINGAKU.
           MOVE  WK-HIY-SHIHARAI-COD  (WK-HIY-IDX)
             TO  D1-SHIHARAI-COD.
           MOVE  D1-HIYO  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  ロット在庫計上処理（入庫の配賦額を、入庫ロットに残って
      *  いる数量分はロットの付随費用単価へ積み増し、残りは原価
      *  差異とする。残数は入庫数量を上限とする）
      ********************************************************
       LOT-KEIJO-RTN               SECTION.
           MOVE  WK-HIT-RCV-IDX  (WK-HIT-IDX)  TO  WK-RCV-IDX.
           MOVE  WK-HIT-HAIFU    (WK-HIT-IDX)  TO  WK-HAIFU.
           MOVE  ZERO   TO  WK-SHISAN.
           MOVE  ZERO   TO  WK-TANKA-ZOBUN.
           MOVE  ZERO   TO  CFLOT-FUTAI-TANKA.
           MOVE  SPACE  TO  WK-BIKO.
           IF  WK-RCV-LOT-NO  (WK-RCV-IDX)  =  SPACE
             MOVE  "ロット未管理"  TO  WK-BIKO
             GO  TO  KEIJO-END
           END-IF.
           IF  WK-RCV-SURYO  (WK-RCV-IDX)  =  ZERO
             GO  TO  KEIJO-END
           END-IF.
           MOVE  WK-RCV-SHOHIN-NO  (WK-RCV-IDX)  TO  CFLOT-SHOHIN-NO.
           MOVE  WK-RCV-WHS-COD    (WK-RCV-IDX)  TO  CFLOT-WHS-COD.
           MOVE  WK-RCV-LOT-NO     (WK-RCV-IDX)  TO  CFLOT-LOT-NO.
           READ  LOT-FILE
             INVALID  KEY
               MOVE  "ロット無し"  TO  WK-BIKO
               MOVE  ZERO          TO  CFLOT-FUTAI-TANKA
               GO  TO  KEIJO-END
           END-READ.
           IF  CFLOT-ZAIKO-SURYO  NOT  >  ZERO
             OR  CFLOT-KENSA-KBN  =  "R"
               MOVE  "払出済（全額差異）"  TO  WK-BIKO
               GO  TO  KEIJO-END
           END-IF.
           IF  CFLOT-ZAIKO-SURYO  <  WK-RCV-SURYO  (WK-RCV-IDX)
             MOVE  CFLOT-ZAIKO-SURYO             TO  WK-ZANSU
           ELSE
             MOVE  WK-RCV-SURYO  (WK-RCV-IDX)    TO  WK-ZANSU
           END-IF.
           COMPUTE  WK-SHISAN  ROUNDED  =
                    WK-HAIFU  *  WK-ZANSU  /
                    WK-RCV-SURYO  (WK-RCV-IDX).
           COMPUTE  WK-TANKA-ZOBUN  ROUNDED  =
                    WK-SHISAN  /  CFLOT-ZAIKO-SURYO.
           COMPUTE  WK-SHISAN  ROUNDED  =
                    WK-TANKA-ZOBUN  *  CFLOT-ZAIKO-SURYO.
           IF  WK-SHISAN  >  WK-HAIFU
             MOVE  WK-HAIFU  TO  WK-SHISAN
           END-IF.
           ADD  WK-TANKA-ZOBUN  TO  CFLOT-FUTAI-TANKA.
           REWRITE  LOT-REC.
           ADD  +1  TO  LOT-CNT.
       KEIJO-END.
           COMPUTE  WK-SAI  =  WK-HAIFU  -  WK-SHISAN.
           ADD  WK-HAIFU   TO  WK-DEN-HAIFU.
           ADD  WK-SHISAN  TO  WK-DEN-SHISAN.
           ADD  WK-SAI     TO  WK-DEN-SAI.
           PERFORM  MEISAI-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  配賦明細印字処理
      ********************************************************
       MEISAI-RTN                  SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  WK-RCV-SHOHIN-NO  (WK-RCV-IDX)  TO  D2-SHOHIN-NO.
           MOVE  WK-RCV-WHS-COD    (WK-RCV-IDX)  TO  D2-WHS-COD.
           MOVE  WK-RCV-LOT-NO     (WK-RCV-IDX)  TO  D2-LOT-NO.
           MOVE  WK-RCV-DATE       (WK-RCV-IDX)  TO  D2-RCV-DATE.
           MOVE  WK-RCV-PO-NO      (WK-RCV-IDX)  TO  D2-PO-NO.
           MOVE  WK-RCV-PO-GYO     (WK-RCV-IDX)  TO  D2-PO-GYO.
           MOVE  WK-RCV-SURYO      (WK-RCV-IDX)  TO  D2-SURYO.
           MOVE  WK-HAIFU           TO  D2-HAIFU.
           MOVE  WK-SHISAN          TO  D2-SHISAN.
           MOVE  WK-SAI             TO  D2-SAI.
           MOVE  CFLOT-FUTAI-TANKA  TO  D2-FUTAI-TANKA.
           MOVE  WK-BIKO            TO  D2-BIKO.
           MOVE  D2-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
           ADD  +1  TO  HAIFU-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  伝票計印字処理
      ********************************************************
       DENKEI-RTN                  SECTION.
           MOVE  "（伝票計）"   TO  D3-MIDASHI.
           MOVE  WK-DEN-HAIFU   TO  D3-HAIFU.
           MOVE  WK-DEN-SHISAN  TO  D3-SHISAN.
           MOVE  WK-DEN-SAI     TO  D3-SAI.
           MOVE  D3-GOKEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           MOVE  SPACE  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +2  TO  LINE-CNT.
           ADD  WK-DEN-HAIFU   TO  WK-TOT-HAIFU.
           ADD  WK-DEN-SHISAN  TO  WK-TOT-SHISAN.
           ADD  WK-DEN-SAI     TO  WK-TOT-SAI.
       EXT.
           EXIT.
      ********************************************************
      *  総合計印字処理
      ********************************************************
       SOUKEI-RTN                  SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  "（総合計）"   TO  D3-MIDASHI.
           MOVE  WK-TOT-HAIFU   TO  D3-HAIFU.
           MOVE  WK-TOT-SHISAN  TO  D3-SHISAN.
           MOVE  WK-TOT-SAI     TO  D3-SAI.
           MOVE  D3-GOKEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
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
       EXT.
           EXIT.
      ********************************************************
      *  付随費用仕訳出力処理（借方：仕入高（在庫計上分）・売上
      *  原価差異（払出済分）／貸方：買掛金（費用行の支払先別））
      ********************************************************
       SHIWAKE-RTN                 SECTION.
           MOVE  "1"                   TO  WK-GLJ-KBN.
           MOVE  WK-KAMOKU-COD-SHIIRE  TO  WK-GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-MEI-SHIIRE  TO  WK-GLJ-KAMOKU-MEI.
           MOVE  WK-DEN-SHISAN         TO  WK-GLJ-KINGAKU.
           MOVE  SPACE                 TO  WK-GLJ-HOJO-COD.
           PERFORM  GLF-WRITE-RTN.
           MOVE  "1"                   TO  WK-GLJ-KBN.
           MOVE  WK-KAMOKU-COD-SAI     TO  WK-GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-MEI-SAI     TO  WK-GLJ-KAMOKU-MEI.
           MOVE  WK-DEN-SAI            TO  WK-GLJ-KINGAKU.
           MOVE  SPACE                 TO  WK-GLJ-HOJO-COD.
           PERFORM  GLF-WRITE-RTN.
           PERFORM  KASHI-SHIWAKE-RTN
             VARYING  WK-HIY-IDX  FROM  1  BY  1
               UNTIL  WK-HIY-IDX  >  WK-HIY-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  買掛金計上処理
      ********************************************************
       KASHI-SHIWAKE-RTN           SECTION.
           MOVE  "2"                   TO  WK-GLJ-KBN.
           MOVE  WK-KAMOKU-COD-KAKE    TO  WK-GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-MEI-KAKE    TO  WK-GLJ-KAMOKU-MEI.
           MOVE  WK-HIY-KINGAKU  (WK-HIY-IDX)  TO  WK-GLJ-KINGAKU.
           MOVE  WK-HIY-SHIHARAI-COD  (WK-HIY-IDX)
             TO  WK-GLJ-HOJO-COD.
           PERFORM  GLF-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  仕訳書出し処理（金額ゼロは書かない。端数調整でマイナス
      *  となった行は貸借を入れ替えて書く）
      ********************************************************
       GLF-WRITE-RTN               SECTION.
           IF  WK-GLJ-KINGAKU  =  ZERO
             GO  TO  EXT
           END-IF.
           IF  WK-GLJ-KINGAKU  <  ZERO
             COMPUTE  WK-GLJ-KINGAKU  =  WK-GLJ-KINGAKU  *  -1
             IF  WK-GLJ-KBN  =  "1"
               MOVE  "2"  TO  WK-GLJ-KBN
             ELSE
               MOVE  "1"  TO  WK-GLJ-KBN
             END-IF
           END-IF.
           MOVE  SPACE                  TO  GLF-REC.
           MOVE  WK-DENPYO-DATE  (1:6)  TO  GLJ-DENPYO-YM.
           MOVE  WK-GLJ-KBN             TO  GLJ-KASHIKARI-KBN.
           MOVE  WK-GLJ-KAMOKU-COD      TO  GLJ-KAMOKU-COD.
           MOVE  WK-GLJ-KAMOKU-MEI      TO  GLJ-KAMOKU-MEI.
           MOVE  SPACE                  TO  GLJ-TOKU-COD.
           MOVE  WK-GLJ-KINGAKU         TO  GLJ-KINGAKU.
           MOVE  WK-GLJ-HOJO-COD        TO  GLJ-HOJO-COD.
           WRITE  GLF-REC.
           ADD  +1  TO  GLF-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  FTH-FILE  RCV-FILE  POF-FILE  IMF-FILE  LOT-FILE
                  GLF-FILE  OEF-FILE.
           DISPLAY  "*** FTH-CNT="     FTH-CNT.
           DISPLAY  "*** RCV-CNT="     RCV-CNT.
           DISPLAY  "*** DENPYO-CNT="  DENPYO-CNT.
           DISPLAY  "*** HAIFU-CNT="   HAIFU-CNT.
           DISPLAY  "*** LOT-CNT="     LOT-CNT.
           DISPLAY  "*** GLF-CNT="     GLF-CNT.
           DISPLAY  "*** ERR-CNT="     ERR-CNT.
           DISPLAY  "*** KJBM380  END ***".
       EXT.
           EXIT.
