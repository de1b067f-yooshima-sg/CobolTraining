       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KJBM360.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：受注
      *  プログラム名      ：セット組立・解体処理
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    セット組立・解体指図ファイル（KJCF290）の未処理指図を
      *    読み、指定倉庫でセット商品と構成品の在庫を付け替える。
      *    組立（作業区分"1"）はセット構成マスタ（KCCFKIT）の
      *    構成品をセット数量×セット１個あたり数量だけ減算して
      *    ロット別在庫を有効期限の近い順に取り崩し、セット在庫
      *    へ加算する。セットの標準原価（CFSHO-GENKA）は構成品の
      *    標準原価×数量の積上げで洗い替え、旧原価は原価改定
      *    履歴へ繰り下げる。解体（作業区分"2"）は逆にセット在庫
      *    を減算して構成品在庫へ戻す。在庫の増減は在庫移動
      *    ジャーナル（KJCF090）へ移動区分"7"（セット組立・解体）
      *    の消費側マイナス行・生成側プラス行として指図番号で
      *    残す。構成未登録・在庫不足等の指図は在庫へ触れず、
      *    状態"9"として結果リストの備考欄へ理由を印字する
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  KSS-FILE  ASSIGN  TO  EXTERNAL  KSS
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  KSS-SHIJI-NO.
           SELECT  KIT-FILE  ASSIGN  TO  EXTERNAL  KIT
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFKIT-KEY.
           SELECT  IMF-FILE  ASSIGN  TO  EXTERNAL  IMF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  LOT-FILE  ASSIGN  TO  EXTERNAL  LOT
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  CFLOT-KEY.
           SELECT  MVJ-FILE  ASSIGN  TO  EXTERNAL  MVJ.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  KSS-FILE.
       01  KSS-REC.
           COPY  KJCF290.
       FD  KIT-FILE.
       01  KIT-REC.
           COPY  KCCFKIT.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  LOT-FILE.
       01  LOT-REC.
           COPY  KCCFLOT.
       FD  MVJ-FILE.
       01  MVJ-REC.
           COPY  KJCF090.
       FD  OEF-FILE.
       01  OEF-REC                 PIC  X(135).
      *
       WORKING-STORAGE             SECTION.
       01  KSS-END-FLG             PIC  X(1)          VALUE  "0".
       01  KSS-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  KUMI-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  KAI-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  ERR-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  MVJ-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-PC-DATE8             PIC  9(08)          VALUE  ZERO.
       01  WK-SAGYO-DATE           PIC  9(08)          VALUE  ZERO.
      *    増減前後の在庫数量（ジャーナル・リスト用）
       01  WK-ZAIKO-BEFORE         PIC S9(07)          VALUE  ZERO.
       01  WK-ZAIKO-AFTER          PIC S9(07)          VALUE  ZERO.
       01  WK-IDO-SURYO            PIC S9(07)          VALUE  ZERO.
      *    エラー理由（リストの備考欄に印字する）
       01  WK-ERR-RIYU             PIC  X(20)          VALUE  SPACE.
      *    セット構成表（指図のセット商品の構成品・必要数量・
      *    構成品の標準原価）
       01  WK-KIT-CNT              PIC S9(4)  COMP-3   VALUE  +0.
       01  WK-KIT-MAX              PIC S9(4)  COMP-3   VALUE  +20.
       01  WK-KIT-IDX              PIC S9(4)  COMP-3   VALUE  +0.
       01  WK-KIT-END-FLG          PIC  X(01)          VALUE  SPACE.
       01  WK-KIT-TBL.
         02  WK-KIT-ENT            OCCURS  20  TIMES.
           03  WK-KIT-KOSEI-NO     PIC  X(05).
           03  WK-KIT-KOSEI-SURYO  PIC  9(03).
           03  WK-KIT-HITSUYO      PIC  9(08).
           03  WK-KIT-GENKA        PIC S9(05)V9(2).
      *    積上げ原価（構成品の標準原価×セット１個あたり数量の計）
       01  WK-KIT-GENKA-SUM        PIC S9(07)V9(2)     VALUE  ZERO.
       01  WK-HIST-IDX             PIC S9(4)  COMP-3   VALUE  +0.
      *    構成品ロット取崩し（有効期限の近い順に残数が尽きるまで
      *    複数ロットから取り崩す）
       01  LOT-END-FLG             PIC  X(01)          VALUE  "0".
       01  WK-LOT-ZAN-SURYO        PIC S9(08)          VALUE  ZERO.
       01  WK-LOT-FOUND-FLG        PIC  X(01)          VALUE  SPACE.
       01  WK-LOT-SHOHIN-NO        PIC  X(05)          VALUE  SPACE.
       01  WK-BEST-LOT-NO          PIC  X(10)          VALUE  SPACE.
       01  WK-BEST-LOT-DATE        PIC  9(08)          VALUE  ZERO.
       01  WK-BEST-LOT-YUKO        PIC  9(08)          VALUE  ZERO.
       01  WK-LOT-YUKO-CMP         PIC  9(08)          VALUE  ZERO.
      *    組み立てたセットの有効期限（取り崩した構成品ロットの
      *    最も近い有効期限。99999999＝期限なし）
       01  WK-KIT-YUKO             PIC  9(08)          VALUE  ZERO.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER                PIC  X(10)  VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(30)  VALUE
                    "セット組立・解体処理結果リスト".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER                PIC  X(3)   VALUE  SPACE.
         02  FILLER                PIC  X(4)   VALUE  "DATE".
         02  FILLER                PIC  X(1)   VALUE  SPACE.
         02  H1-DATE               PIC  9(08).
         02  FILLER                PIC  X(63)  VALUE  SPACE.
      *  小見出し
       01  H2-KOMIDASHI.
         02  FILLER                PIC  X(8)   VALUE  "指図番号".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(4)   VALUE  "作業".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "区  分".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(8)   VALUE  "商品番号".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(20)  VALUE  "商品名".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(4)   VALUE  "倉庫".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(10)  VALUE  "  増減数量".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(10)  VALUE  "処理後在庫".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(9)   VALUE  " 標準原価".
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  FILLER                PIC  X(6)   VALUE  "備  考".
         02  FILLER                PIC  X(32)  VALUE  SPACE.
      *  明細（セット行とその構成品行）
       01  D1-MEISAI.
         02  D1-SHIJI-NO           PIC  9(06).
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  D1-SAGYO              PIC  X(4).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D1-KBN                PIC  X(6).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D1-SHOHIN-NO          PIC  X(5).
         02  FILLER                PIC  X(5)   VALUE  SPACE.
         02  D1-SHOHIN-MEI         PIC  X(20).
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D1-WHS-COD            PIC  X(2).
         02  FILLER                PIC  X(4)   VALUE  SPACE.
         02  D1-SURYO              PIC  Z,ZZZ,ZZ9-.
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D1-ZAIKO-AFTER        PIC  Z,ZZZ,ZZ9-.
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D1-GENKA              PIC  ZZ,ZZ9.99.
         02  FILLER                PIC  X(2)   VALUE  SPACE.
         02  D1-BIKO               PIC  X(20).
         02  FILLER                PIC  X(18)  VALUE  SPACE.
      *
      ********************************************************
      *  セット組立・解体処理
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  SAGYO-CTL-RTN  UNTIL  KSS-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理
      ********************************************************
       INIT-RTN                    SECTION.
           DISPLAY  "*** KJBM360 START ***".
           OPEN  I-O     KSS-FILE.
           OPEN  INPUT   KIT-FILE.
           OPEN  I-O     IMF-FILE.
           OPEN  I-O     LOT-FILE.
           OPEN  EXTEND  MVJ-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8   TO  H1-DATE.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  H2-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  LOW-VALUE  TO  KSS-SHIJI-NO.
           START  KSS-FILE  KEY  >=  KSS-SHIJI-NO
             INVALID  KEY
               MOVE  "1"  TO  KSS-END-FLG
           END-START.
           PERFORM  KSS-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  指図入力処理
      ********************************************************
       KSS-READ-RTN                SECTION.
           IF  KSS-END-FLG  =  "1"
             GO  TO  EXT
           END-IF.
           READ  KSS-FILE  NEXT
             AT  END
               MOVE  "1"  TO  KSS-END-FLG
             NOT  AT  END
               ADD  +1  TO  KSS-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  作業制御処理（未処理（状態空白）の指図だけを処理する）
      ********************************************************
       SAGYO-CTL-RTN               SECTION.
           IF  KSS-STATUS  =  SPACE
             PERFORM  SAGYO-RTN
           END-IF.
           PERFORM  KSS-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  作業処理（指図内容とセット構成を検査し、作業区分に
      *  従って組立または解体を行う）
      ********************************************************
       SAGYO-RTN                   SECTION.
           MOVE  SPACE  TO  WK-ERR-RIYU.
           MOVE  ZERO   TO  WK-ZAIKO-AFTER.
           IF  KSS-SAGYO-DATE  =  ZERO
             MOVE  WK-PC-DATE8     TO  WK-SAGYO-DATE
           ELSE
             MOVE  KSS-SAGYO-DATE  TO  WK-SAGYO-DATE
           END-IF.
           IF  NOT  (KSS-SAGYO-KBN  =  "1"  OR  "2")
             MOVE  "作業区分不正"  TO  WK-ERR-RIYU
             PERFORM  ERR-PRINT-RTN
             GO  TO  EXT
           END-IF.
           IF  NOT  (KSS-WHS-COD  =  "01"  OR  "02")
             MOVE  "倉庫コード不正"  TO  WK-ERR-RIYU
             PERFORM  ERR-PRINT-RTN
             GO  TO  EXT
           END-IF.
           IF  KSS-SURYO  =  ZERO
             MOVE  "数量ゼロ"  TO  WK-ERR-RIYU
             PERFORM  ERR-PRINT-RTN
             GO  TO  EXT
           END-IF.
           MOVE  KSS-KIT-SHOHIN-NO  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               MOVE  "マスタ無し"  TO  WK-ERR-RIYU
               PERFORM  ERR-PRINT-RTN
               GO  TO  EXT
           END-READ.
           MOVE  ZERO   TO  WK-KIT-CNT.
           MOVE  SPACE  TO  WK-KIT-END-FLG.
           PERFORM  KIT-LOAD-RTN
             VARYING  WK-KIT-IDX  FROM  1  BY  1
               UNTIL  WK-KIT-IDX  >  WK-KIT-MAX
                   OR  WK-KIT-END-FLG  =  "1".
           IF  WK-KIT-CNT  =  ZERO
             MOVE  "セット構成未登録"  TO  WK-ERR-RIYU
             PERFORM  ERR-PRINT-RTN
             GO  TO  EXT
           END-IF.
           MOVE  ZERO  TO  WK-KIT-GENKA-SUM.
           PERFORM  KOSEI-CHECK-RTN
             VARYING  WK-KIT-IDX  FROM  1  BY  1
               UNTIL  WK-KIT-IDX  >  WK-KIT-CNT.
           IF  WK-ERR-RIYU  NOT  =  SPACE
             PERFORM  ERR-PRINT-RTN
             GO  TO  EXT
           END-IF.
           IF  KSS-SAGYO-KBN  =  "1"
             PERFORM  KUMITATE-RTN
           ELSE
             PERFORM  KAITAI-RTN
           END-IF.
           IF  WK-ERR-RIYU  NOT  =  SPACE
             PERFORM  ERR-PRINT-RTN
             GO  TO  EXT
           END-IF.
           MOVE  "1"          TO  KSS-STATUS.
           MOVE  WK-PC-DATE8  TO  KSS-SHORI-DATE.
           REWRITE  KSS-REC.
       EXT.
           EXIT.
      ********************************************************
      *  セット構成読込処理（連番01から欠番までを構成表へ控え、
      *  必要数量＝セット数量×セット１個あたり数量とする）
      ********************************************************
       KIT-LOAD-RTN                SECTION.
           MOVE  KSS-KIT-SHOHIN-NO  TO  CFKIT-KIT-SHOHIN-NO.
           MOVE  WK-KIT-IDX         TO  CFKIT-SEQ.
           READ  KIT-FILE
             INVALID  KEY
               MOVE  "1"  TO  WK-KIT-END-FLG
               GO  TO  EXT
           END-READ.
           ADD  +1  TO  WK-KIT-CNT.
           MOVE  CFKIT-KOSEI-SHOHIN-NO  TO
                 WK-KIT-KOSEI-NO     (WK-KIT-CNT).
           MOVE  CFKIT-KOSEI-SURYO      TO
                 WK-KIT-KOSEI-SURYO  (WK-KIT-CNT).
           COMPUTE  WK-KIT-HITSUYO  (WK-KIT-CNT)  =
                    KSS-SURYO  *  CFKIT-KOSEI-SURYO.
       EXT.
           EXIT.
      ********************************************************
      *  構成品検査処理（構成品のマスタ登録を確かめて標準原価を
      *  控え、積上げ原価へ加える。組立の場合は作業倉庫の在庫が
      *  必要数量に満たない構成品をエラーとする）
      ********************************************************
       KOSEI-CHECK-RTN             SECTION.
           MOVE  WK-KIT-KOSEI-NO  (WK-KIT-IDX)  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               MOVE  "構成品マスタ無し"  TO  WK-ERR-RIYU
               GO  TO  EXT
           END-READ.
           MOVE  CFSHO-GENKA  TO  WK-KIT-GENKA  (WK-KIT-IDX).
           COMPUTE  WK-KIT-GENKA-SUM  =  WK-KIT-GENKA-SUM  +
                    CFSHO-GENKA  *  WK-KIT-KOSEI-SURYO  (WK-KIT-IDX).
           IF  KSS-SAGYO-KBN  NOT  =  "1"
             GO  TO  EXT
           END-IF.
           IF  KSS-WHS-COD  =  "02"
             MOVE  CFSHO-ZAIKO-SURYO-WH2  TO  WK-ZAIKO-BEFORE
           ELSE
             MOVE  CFSHO-ZAIKO-SURYO      TO  WK-ZAIKO-BEFORE
           END-IF.
           IF  WK-KIT-HITSUYO  (WK-KIT-IDX)  >  WK-ZAIKO-BEFORE
             MOVE  "構成品在庫不足"  TO  WK-ERR-RIYU
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  組立処理（構成品を消費してからセット在庫へ加算し、
      *  セットの標準原価を積上げ原価で洗い替える）
      ********************************************************
       KUMITATE-RTN                SECTION.
           MOVE  99999999  TO  WK-KIT-YUKO.
           PERFORM  KOSEI-SHOHI-RTN
             VARYING  WK-KIT-IDX  FROM  1  BY  1
               UNTIL  WK-KIT-IDX  >  WK-KIT-CNT.
           MOVE  KSS-KIT-SHOHIN-NO  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               GO  TO  EXT
           END-READ.
           MOVE  KSS-SURYO  TO  WK-IDO-SURYO.
           PERFORM  ZAIKO-KOSHIN-RTN.
           IF  WK-KIT-GENKA-SUM  NOT  =  CFSHO-GENKA
             PERFORM  COST-HIST-RTN
           END-IF.
           REWRITE  IMF-REC.
           PERFORM  MVJ-WRITE-RTN.
           IF  KSS-LOT-NO  NOT  =  SPACE
             PERFORM  LOT-ADD-RTN
           END-IF.
           MOVE  "セット"     TO  D1-KBN.
           MOVE  CFSHO-GENKA  TO  D1-GENKA.
           PERFORM  OEF-WRITE-RTN.
           ADD  +1  TO  KUMI-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  構成品消費処理（WK-KIT-IDXの構成品を作業倉庫の在庫から
      *  必要数量だけ減算し、ロット別在庫を取り崩す）
      ********************************************************
       KOSEI-SHOHI-RTN             SECTION.
           MOVE  WK-KIT-KOSEI-NO  (WK-KIT-IDX)  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               GO  TO  EXT
           END-READ.
           COMPUTE  WK-IDO-SURYO  =
                    WK-KIT-HITSUYO  (WK-KIT-IDX)  *  -1.
           PERFORM  ZAIKO-KOSHIN-RTN.
           REWRITE  IMF-REC.
           PERFORM  MVJ-WRITE-RTN.
           MOVE  CFSHO-SHOHIN-NO               TO  WK-LOT-SHOHIN-NO.
           MOVE  WK-KIT-HITSUYO  (WK-KIT-IDX)  TO  WK-LOT-ZAN-SURYO.
           MOVE  "1"                           TO  WK-LOT-FOUND-FLG.
           PERFORM  LOT-ALLOC-RTN
             UNTIL  WK-LOT-ZAN-SURYO  NOT  >  ZERO
                 OR  WK-LOT-FOUND-FLG  =  SPACE.
           MOVE  "構成品"                      TO  D1-KBN.
           MOVE  WK-KIT-GENKA  (WK-KIT-IDX)    TO  D1-GENKA.
           PERFORM  OEF-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  解体処理（作業倉庫のセット在庫を減算し、構成品在庫へ
      *  戻す。セットのロット指定があればそのロットを取り崩す）
      ********************************************************
       KAITAI-RTN                  SECTION.
           MOVE  KSS-KIT-SHOHIN-NO  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               GO  TO  EXT
           END-READ.
           IF  KSS-WHS-COD  =  "02"
             MOVE  CFSHO-ZAIKO-SURYO-WH2  TO  WK-ZAIKO-BEFORE
           ELSE
             MOVE  CFSHO-ZAIKO-SURYO      TO  WK-ZAIKO-BEFORE
           END-IF.
           IF  KSS-SURYO  >  WK-ZAIKO-BEFORE
             MOVE  "セット在庫不足"  TO  WK-ERR-RIYU
             GO  TO  EXT
           END-IF.
           COMPUTE  WK-IDO-SURYO  =  KSS-SURYO  *  -1.
           PERFORM  ZAIKO-KOSHIN-RTN.
           REWRITE  IMF-REC.
           PERFORM  MVJ-WRITE-RTN.
           IF  KSS-LOT-NO  NOT  =  SPACE
             PERFORM  LOT-KAITAI-RTN
           END-IF.
           MOVE  "セット"     TO  D1-KBN.
           MOVE  CFSHO-GENKA  TO  D1-GENKA.
           PERFORM  OEF-WRITE-RTN.
           PERFORM  KOSEI-MODORI-RTN
             VARYING  WK-KIT-IDX  FROM  1  BY  1
               UNTIL  WK-KIT-IDX  >  WK-KIT-CNT.
           ADD  +1  TO  KAI-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  構成品戻し処理（解体した構成品を作業倉庫の在庫へ加算
      *  する。構成品のロット別在庫へは戻さない）
      ********************************************************
       KOSEI-MODORI-RTN            SECTION.
           MOVE  WK-KIT-KOSEI-NO  (WK-KIT-IDX)  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               GO  TO  EXT
           END-READ.
           MOVE  WK-KIT-HITSUYO  (WK-KIT-IDX)  TO  WK-IDO-SURYO.
           PERFORM  ZAIKO-KOSHIN-RTN.
           REWRITE  IMF-REC.
           PERFORM  MVJ-WRITE-RTN.
           MOVE  "構成品"                      TO  D1-KBN.
           MOVE  WK-KIT-GENKA  (WK-KIT-IDX)    TO  D1-GENKA.
           PERFORM  OEF-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  倉庫在庫更新処理（読込中の商品マスタの作業倉庫在庫へ
      *  WK-IDO-SURYO（加算はプラス、減算はマイナス）を加える）
      ********************************************************
       ZAIKO-KOSHIN-RTN            SECTION.
           IF  KSS-WHS-COD  =  "02"
             MOVE  CFSHO-ZAIKO-SURYO-WH2  TO  WK-ZAIKO-BEFORE
           ELSE
             MOVE  CFSHO-ZAIKO-SURYO      TO  WK-ZAIKO-BEFORE
           END-IF.
           COMPUTE  WK-ZAIKO-AFTER  =
                    WK-ZAIKO-BEFORE  +  WK-IDO-SURYO.
           IF  KSS-WHS-COD  =  "02"
             MOVE  WK-ZAIKO-AFTER  TO  CFSHO-ZAIKO-SURYO-WH2
           ELSE
             MOVE  WK-ZAIKO-AFTER  TO  CFSHO-ZAIKO-SURYO
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  原価改定履歴退避処理（旧原価とその適用開始日を履歴
      *  テーブルへ繰り下げ退避し、積上げ原価を作業日から適用
      *  する）
      ********************************************************
       COST-HIST-RTN               SECTION.
           PERFORM  COST-SHIFT-RTN
             VARYING  WK-HIST-IDX  FROM  5  BY  -1
               UNTIL  WK-HIST-IDX  <  2.
           MOVE  CFSHO-GENKA-EFF-DATE  TO  CFSHO-CHIST-EFF-DATE  (1).
           MOVE  CFSHO-GENKA           TO  CFSHO-CHIST-GENKA     (1).
           MOVE  WK-KIT-GENKA-SUM      TO  CFSHO-GENKA.
           MOVE  WK-SAGYO-DATE         TO  CFSHO-GENKA-EFF-DATE.
       EXT.
           EXIT.
      ********************************************************
      *  原価履歴繰り下げ処理
      ********************************************************
       COST-SHIFT-RTN              SECTION.
           MOVE  CFSHO-COST-HIST  (WK-HIST-IDX  -  1)  TO
                 CFSHO-COST-HIST  (WK-HIST-IDX).
       EXT.
           EXIT.
      ********************************************************
      *  構成品ロット取崩し処理（残ありで有効期限の最も近い
      *  ロットを探して取り崩し、取り崩したロットの期限をセットの
      *  期限候補とする。ロットが無くなればWK-LOT-FOUND-FLGが
      *  空白のまま戻り、残りはロット未管理分として扱う）
      ********************************************************
       LOT-ALLOC-RTN               SECTION.
           MOVE  SPACE     TO  WK-LOT-FOUND-FLG.
           MOVE  SPACE     TO  WK-BEST-LOT-NO.
           MOVE  99999999  TO  WK-BEST-LOT-DATE.
           MOVE  99999999  TO  WK-BEST-LOT-YUKO.
           MOVE  "0"       TO  LOT-END-FLG.
           MOVE  WK-LOT-SHOHIN-NO  TO  CFLOT-SHOHIN-NO.
           MOVE  KSS-WHS-COD       TO  CFLOT-WHS-COD.
           MOVE  LOW-VALUE         TO  CFLOT-LOT-NO.
           START  LOT-FILE  KEY  >=  CFLOT-KEY
             INVALID  KEY
               MOVE  "1"  TO  LOT-END-FLG
           END-START.
           PERFORM  LOT-SCAN-RTN  UNTIL  LOT-END-FLG  =  "1".
           IF  WK-LOT-FOUND-FLG  NOT  =  "1"
             GO  TO  EXT
           END-IF.
           MOVE  WK-LOT-SHOHIN-NO  TO  CFLOT-SHOHIN-NO.
           MOVE  KSS-WHS-COD       TO  CFLOT-WHS-COD.
           MOVE  WK-BEST-LOT-NO    TO  CFLOT-LOT-NO.
           READ  LOT-FILE
             INVALID  KEY
               MOVE  SPACE  TO  WK-LOT-FOUND-FLG
               GO  TO  EXT
           END-READ.
           IF  CFLOT-ZAIKO-SURYO  >  WK-LOT-ZAN-SURYO
             SUBTRACT  WK-LOT-ZAN-SURYO  FROM  CFLOT-ZAIKO-SURYO
             MOVE  ZERO  TO  WK-LOT-ZAN-SURYO
           ELSE
             SUBTRACT  CFLOT-ZAIKO-SURYO  FROM  WK-LOT-ZAN-SURYO
             MOVE  ZERO  TO  CFLOT-ZAIKO-SURYO
           END-IF.
           REWRITE  LOT-REC.
           IF  CFLOT-YUKO-DATE  NOT  =  ZERO
             AND  CFLOT-YUKO-DATE  <  WK-KIT-YUKO
               MOVE  CFLOT-YUKO-DATE  TO  WK-KIT-YUKO
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  ロット順次走査処理（同一商品・倉庫のロットを読み進め、
      *  残ありで有効期限の最も近いロットを控える。期限ゼロの
      *  ロットは期限なしとして後回しにし、期限が同じ場合は
      *  入庫日の古い方を採る。受入検査待ち・不合格のロットは
      *  対象外）
      ********************************************************
       LOT-SCAN-RTN                SECTION.
           READ  LOT-FILE  NEXT
             AT  END
               MOVE  "1"  TO  LOT-END-FLG
               GO  TO  EXT
           END-READ.
           IF  CFLOT-SHOHIN-NO  NOT  =  WK-LOT-SHOHIN-NO
             OR  CFLOT-WHS-COD  NOT  =  KSS-WHS-COD
               MOVE  "1"  TO  LOT-END-FLG
               GO  TO  EXT
           END-IF.
           IF  CFLOT-ZAIKO-SURYO  NOT  >  ZERO
             OR  CFLOT-KENSA-KBN  NOT  =  SPACE
               GO  TO  EXT
           END-IF.
           IF  CFLOT-YUKO-DATE  =  ZERO
             MOVE  99999999         TO  WK-LOT-YUKO-CMP
           ELSE
             MOVE  CFLOT-YUKO-DATE  TO  WK-LOT-YUKO-CMP
           END-IF.
           IF  WK-LOT-YUKO-CMP  <  WK-BEST-LOT-YUKO
             OR  (WK-LOT-YUKO-CMP  =  WK-BEST-LOT-YUKO
                  AND  CFLOT-NYUKO-DATE  <  WK-BEST-LOT-DATE)
               MOVE  WK-LOT-YUKO-CMP   TO  WK-BEST-LOT-YUKO
               MOVE  CFLOT-NYUKO-DATE  TO  WK-BEST-LOT-DATE
               MOVE  CFLOT-LOT-NO      TO  WK-BEST-LOT-NO
               MOVE  "1"               TO  WK-LOT-FOUND-FLG
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  セットロット積み増し処理（指図のロット番号でセットの
      *  ロット別在庫へ加算する。新規ロットは作業日を入庫日、
      *  取り崩した構成品ロットの最も近い期限を有効期限とする）
      ********************************************************
       LOT-ADD-RTN                 SECTION.
           IF  WK-KIT-YUKO  =  99999999
             MOVE  ZERO  TO  WK-KIT-YUKO
           END-IF.
           MOVE  KSS-KIT-SHOHIN-NO  TO  CFLOT-SHOHIN-NO.
           MOVE  KSS-WHS-COD        TO  CFLOT-WHS-COD.
           MOVE  KSS-LOT-NO         TO  CFLOT-LOT-NO.
           READ  LOT-FILE
             INVALID  KEY
               MOVE  SPACE              TO  LOT-REC
               MOVE  KSS-KIT-SHOHIN-NO  TO  CFLOT-SHOHIN-NO
               MOVE  KSS-WHS-COD        TO  CFLOT-WHS-COD
               MOVE  KSS-LOT-NO         TO  CFLOT-LOT-NO
               MOVE  KSS-SURYO          TO  CFLOT-ZAIKO-SURYO
               MOVE  WK-SAGYO-DATE      TO  CFLOT-NYUKO-DATE
               MOVE  WK-KIT-YUKO        TO  CFLOT-YUKO-DATE
               MOVE  ZERO               TO  CFLOT-HORYU-DATE
               MOVE  ZERO               TO  CFLOT-FUTAI-TANKA
               WRITE  LOT-REC
             NOT  INVALID  KEY
               IF  CFLOT-ZAIKO-SURYO  >  ZERO
                 COMPUTE  CFLOT-FUTAI-TANKA  ROUNDED  =
                          CFLOT-FUTAI-TANKA  *  CFLOT-ZAIKO-SURYO  /
                        ( CFLOT-ZAIKO-SURYO  +  KSS-SURYO )
               ELSE
                 MOVE  ZERO  TO  CFLOT-FUTAI-TANKA
               END-IF
               ADD  KSS-SURYO  TO  CFLOT-ZAIKO-SURYO
               IF  CFLOT-YUKO-DATE  =  ZERO
                 MOVE  WK-KIT-YUKO  TO  CFLOT-YUKO-DATE
               END-IF
               REWRITE  LOT-REC
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  セットロット取崩し処理（ロット別在庫が無い・残数不足の
      *  場合もマスタ在庫は減算済みのため、残数をゼロ止めで
      *  取り崩して処理を続ける）
      ********************************************************
       LOT-KAITAI-RTN              SECTION.
           MOVE  KSS-KIT-SHOHIN-NO  TO  CFLOT-SHOHIN-NO.
           MOVE  KSS-WHS-COD        TO  CFLOT-WHS-COD.
           MOVE  KSS-LOT-NO         TO  CFLOT-LOT-NO.
           READ  LOT-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  CFLOT-ZAIKO-SURYO  >  KSS-SURYO
                 SUBTRACT  KSS-SURYO  FROM  CFLOT-ZAIKO-SURYO
               ELSE
                 MOVE  ZERO  TO  CFLOT-ZAIKO-SURYO
               END-IF
               REWRITE  LOT-REC
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  在庫移動ジャーナル出力処理（読込中の商品・作業倉庫に
      *  ついて移動区分"7"の行を出す。起因伝票には指図番号を
      *  記録する）
      ********************************************************
       MVJ-WRITE-RTN               SECTION.
           MOVE  SPACE            TO  MVJ-REC.
           MOVE  WK-PC-DATE8      TO  MVJ-DATE.
           ACCEPT  MVJ-TIME  FROM  TIME.
           MOVE  "KJBM360"        TO  MVJ-PGM-ID.
           MOVE  CFSHO-SHOHIN-NO  TO  MVJ-SHOHIN-NO.
           MOVE  KSS-WHS-COD      TO  MVJ-WHS-COD.
           MOVE  "7"              TO  MVJ-IDO-KBN.
           MOVE  WK-IDO-SURYO     TO  MVJ-IDO-SURYO.
           MOVE  WK-ZAIKO-BEFORE  TO  MVJ-ZAIKO-BEFORE.
           MOVE  WK-ZAIKO-AFTER   TO  MVJ-ZAIKO-AFTER.
           MOVE  KSS-SHIJI-NO     TO  MVJ-DENPYO-NO.
           WRITE  MVJ-REC.
           ADD  +1  TO  MVJ-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  エラー処理（在庫へは触れず、指図を状態"9"として理由を
      *  印字する）
      ********************************************************
       ERR-PRINT-RTN               SECTION.
           ADD  +1  TO  ERR-CNT.
           MOVE  "9"          TO  KSS-STATUS.
           MOVE  WK-PC-DATE8  TO  KSS-SHORI-DATE.
           REWRITE  KSS-REC.
           MOVE  KSS-KIT-SHOHIN-NO  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               MOVE  SPACE  TO  CFSHO-SHOHIN-MEI
           END-READ.
           MOVE  KSS-SURYO     TO  WK-IDO-SURYO.
           MOVE  ZERO          TO  WK-ZAIKO-AFTER.
           MOVE  "セット"      TO  D1-KBN.
           MOVE  ZERO          TO  D1-GENKA.
           PERFORM  OEF-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  リスト明細出力処理
      ********************************************************
       OEF-WRITE-RTN               SECTION.
           MOVE  KSS-SHIJI-NO     TO  D1-SHIJI-NO.
           IF  KSS-SAGYO-KBN  =  "1"
             MOVE  "組立"         TO  D1-SAGYO
           ELSE
             IF  KSS-SAGYO-KBN  =  "2"
               MOVE  "解体"       TO  D1-SAGYO
             ELSE
               MOVE  SPACE        TO  D1-SAGYO
             END-IF
           END-IF.
           MOVE  CFSHO-SHOHIN-NO   TO  D1-SHOHIN-NO.
           MOVE  CFSHO-SHOHIN-MEI  TO  D1-SHOHIN-MEI.
           MOVE  KSS-WHS-COD       TO  D1-WHS-COD.
           MOVE  WK-IDO-SURYO      TO  D1-SURYO.
           MOVE  WK-ZAIKO-AFTER    TO  D1-ZAIKO-AFTER.
           MOVE  WK-ERR-RIYU       TO  D1-BIKO.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  KSS-FILE  KIT-FILE  IMF-FILE  LOT-FILE  MVJ-FILE
                  OEF-FILE.
           DISPLAY  "*** KSS-CNT="   KSS-CNT.
           DISPLAY  "*** KUMITATE="  KUMI-CNT.
           DISPLAY  "*** KAITAI="    KAI-CNT.
           DISPLAY  "*** ERR-CNT="   ERR-CNT.
           DISPLAY  "*** MVJ-CNT="   MVJ-CNT.
           DISPLAY  "*** KJBM360  END ***".
       EXT.
           EXIT.
