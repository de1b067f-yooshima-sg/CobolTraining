      *  作成日／作成者：２０２６年８月２２日  システム技研
      *  変更日／変更者：２０２６年９月　２日  システム技研
      *        変更内容：発注推奨データ（ＨＳＦ）出力を追加
      *  変更日／変更者：２０２６年１０月１５日  システム技研
      *        変更内容：直送品を補充発注の対象外に変更
      *                ：機会損失数量の月間ペース加算を追加
      *                ：季節品の月間ペースに需要予測を使用
      *                ：バックオーダーに残った機会損失を加算対象外
      ********************************************************
      *  商品マスタ（KCCFSHO）を順読みし、発注点管理対象の商品
      *  （CFSHO-HATCHU-TENがゼロでない商品）について、両倉庫
      *  売上金額を現行単価で数量換算した概算値）を突き合わせ、
      *  推奨発注数量と在庫持ち日数を付けた発注推奨リストを
      *  在庫持ち日数の短い順（危ない順）に印字する。
      *  直送品は受注ごとに直送発注を起こすため対象としない。
      *  システムパラメタKJ-LOST-DMDが"1"のときは、機会損失
      *  ジャーナル（KJCF350。売上集計と同じ期間の日次分を
      *  連結したもの）の損失数量を商品別に月間ペースへ加え、
      *  廃番・代替振替え等で取り逃がした需要も補充判断に含め
      *  る。不足分がバックオーダーとして受注に残った損失（バッ
      *  クオーダー区分"1"）は、未出荷の間はバックオーダー残と
      *  して、出荷後は売上として既に数えられるため加えない。
      *  季節品（CFSHO-KISETSU-FLGが"1"）は、需要予測（KJCF390）
      *  に当月の予測が有れば両倉庫の有効な予測数量（修正が有れ
      *  ば修正数量）の合計を月間ペースとし、売上実績からの概算
      *  に代える。
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
           SELECT  SRT-FILE  ASSIGN  TO  SRTWK01.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
           SELECT  HSF-FILE  ASSIGN  TO  EXTERNAL  HSF.
           SELECT  LSJ-FILE  ASSIGN  TO  EXTERNAL  LSJ.
           SELECT  PRM-FILE  ASSIGN  TO  EXTERNAL  PRM
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFPRM-PARM-KEY.
           SELECT  JYS-FILE  ASSIGN  TO  EXTERNAL  JYS
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  JYS-KEY.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
         03  SRT-BO-SURYO         PIC  9(07).
         03  SRT-VELOCITY         PIC  9(07).
         03  SRT-SUISHO-SURYO     PIC  9(07).
         03  SRT-PACE-KBN         PIC  X(04).
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *    発注推奨データ（購買担当が承認フラグを立てたうえで
       FD  HSF-FILE.
       01  HSF-REC.
           COPY  KHCF005.
      *    機会損失ジャーナル（取り逃がした需要の加算用）
       FD  LSJ-FILE.
       01  LSJ-REC.
           COPY  KJCF350.
      *    システムパラメタマスタ（機会損失加算の要否）
       FD  PRM-FILE.
       01  PRM-REC.
           COPY  KCCFPRM.
      *    需要予測（季節品の月間ペース用）
       FD  JYS-FILE.
       01  JYS-REC.
           COPY  KJCF390.
      *
       WORKING-STORAGE            SECTION.
       01  IMF-END-FLG            PIC   X(1)          VALUE  "0".
       01  PND-END-FLG            PIC   X(1)          VALUE  "0".
       01  SUM-END-FLG            PIC   X(1)          VALUE  "0".
       01  SRT-END-FLG            PIC   X(1)          VALUE  "0".
       01  LSJ-END-FLG            PIC   X(1)          VALUE  "0".
       01  LSJ-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
      *    機会損失加算（システムパラメタKJ-LOST-DMD。"1"＝加算）
       01  WK-LOST-DMD-FLG        PIC   X(1)          VALUE  SPACE.
       01  IMF-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
       01  SUISHO-CNT             PIC  S9(9)  COMP-3  VALUE  +0.
       01  OEF-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
           03  WK-TBL-SHOHIN-NO   PIC  X(05).
           03  WK-TBL-BO-SURYO    PIC S9(07).
           03  WK-TBL-URIAGE-GAKU  PIC S9(09).
           03  WK-TBL-LOST-SURYO  PIC S9(09).
      *    算出用
       01  WK-ZAIKO-GOKEI         PIC S9(08)          VALUE  ZERO.
       01  WK-VELOCITY            PIC  9(07)          VALUE  ZERO.
       01  WK-COVER-DAYS          PIC  9(05)          VALUE  ZERO.
       01  WK-SUISHO-SURYO        PIC S9(08)          VALUE  ZERO.
      *    季節品の需要予測（当月の年月・倉庫と予測の有無・合計）
       01  WK-JYS-YM.
         02  WK-JYS-YY            PIC  9(04)          VALUE  ZERO.
         02  WK-JYS-MM            PIC  9(02)          VALUE  ZERO.
       01  WK-JYS-HIT-FLG         PIC   X(1)          VALUE  SPACE.
       01  WK-JYS-GOKEI           PIC S9(09)          VALUE  ZERO.
       01  WK-PACE-KBN            PIC   X(4)          VALUE  SPACE.
       01  YOSOKU-CNT             PIC  S9(9)  COMP-3  VALUE  +0.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "推奨数量".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "持ち日数".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "ペース元".
         02  FILLER               PIC  X(41)  VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-SHOHIN-NO         PIC  X(5).
         02  D1-SUISHO            PIC  Z,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-COVER-DAYS        PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-PACE-KBN          PIC  X(4).
         02  FILLER               PIC  X(41)  VALUE  SPACE.
      *
      ********************************************************
      *  補充発注推奨リスト作成（持ち日数の昇順にソートして印字）
           OPEN  OUTPUT  HSF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           MOVE  WK-PC-DATE8  (1:6)  TO  WK-JYS-YM.
           OPEN  INPUT   JYS-FILE.
           OPEN  INPUT   PRM-FILE.
           MOVE  "KJ-LOST-DMD"  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  CFPRM-EFF-DATE  =  ZERO
                 OR  CFPRM-EFF-DATE  <=  WK-PC-DATE8
                   MOVE  CFPRM-VALUE  (1:1)  TO  WK-LOST-DMD-FLG
               END-IF
           END-READ.
           CLOSE  PRM-FILE.
           PERFORM  PND-LOAD-RTN  UNTIL  PND-END-FLG  =  "1".
           PERFORM  SUM-LOAD-RTN  UNTIL  SUM-END-FLG  =  "1".
           IF  WK-LOST-DMD-FLG  =  "1"
             DISPLAY  "*** KJBM130 LOST DEMAND INCLUDED ***"
             OPEN  INPUT  LSJ-FILE
             PERFORM  LSJ-LOAD-RTN  UNTIL  LSJ-END-FLG  =  "1"
             CLOSE  LSJ-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
       EXT.
           EXIT.
      ********************************************************
      *  機会損失取り込み処理（損失数量（基本単位）を商品別に
      *  合算する。バックオーダーに残った損失は除く）
      ********************************************************
       LSJ-LOAD-RTN               SECTION.
           READ  LSJ-FILE
             AT  END
               MOVE  "1"  TO  LSJ-END-FLG
             NOT  AT  END
               ADD  +1  TO  LSJ-CNT
               IF  LSJ-BO-FLG  NOT  =  "1"
                 MOVE  LSJ-SHOHIN-NO  TO  WK-TBL-SHOHIN-NO  (1)
                 PERFORM  TBL-FIND-RTN
                 IF  WK-TBL-HIT-IDX  >  +0
                   ADD  LSJ-SURYO  TO
                        WK-TBL-LOST-SURYO  (WK-TBL-HIT-IDX)
                 END-IF
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  商品表検索・登録処理（WK-TBL-SHOHIN-NO(1)へ対象商品を
      *  設定して呼び出す。未登録なら末尾へ登録し、表が満杯の
      *  場合は見つからなかったことにする（ゼロ設定））
                     WK-TBL-SHOHIN-NO  (WK-TBL-IDX)
               MOVE  ZERO  TO  WK-TBL-BO-SURYO     (WK-TBL-IDX)
               MOVE  ZERO  TO  WK-TBL-URIAGE-GAKU  (WK-TBL-IDX)
               MOVE  ZERO  TO  WK-TBL-LOST-SURYO   (WK-TBL-IDX)
               MOVE  WK-TBL-IDX  TO  WK-TBL-HIT-IDX
           END-IF.
       EXT.
       HANTEI-RTN                 SECTION.
           IF  CFSHO-HAIBAN-FLG  NOT  =  "1"
             AND  CFSHO-HATCHU-TEN  NOT  =  ZERO
             AND  CFSHO-CHOKUSO-FLG  NOT  =  "1"
               PERFORM  KEISAN-RTN
           END-IF.
           PERFORM  IMF-READ-RTN.
           EXIT.
      ********************************************************
      *  算出処理（月間ペースは商品別売上金額を現行単価で数量へ
      *  概算換算し、機会損失の加算時は損失数量を加える。季節品
      *  は当月の需要予測が有ればそれに代える。
      *  持ち日数＝在庫合計÷（月間ペース÷30）。ペースゼロの
      *  商品は持ち日数を99999（十分）とみなす）
      ********************************************************
       KEISAN-RTN                 SECTION.
           COMPUTE  WK-ZAIKO-GOKEI  =
                        WK-TBL-URIAGE-GAKU  (WK-TBL-HIT-IDX)
                        /  CFSHO-TANKA
           END-IF.
           IF  WK-TBL-HIT-IDX  >  +0
             ADD  WK-TBL-LOST-SURYO  (WK-TBL-HIT-IDX)  TO  WK-VELOCITY
           END-IF.
           MOVE  SPACE  TO  WK-PACE-KBN.
           IF  CFSHO-KISETSU-FLG  =  "1"
             PERFORM  YOSOKU-RTN
           END-IF.
           IF  WK-VELOCITY  =  ZERO
             MOVE  99999  TO  WK-COVER-DAYS
           ELSE
       EXT.
           EXIT.
      ********************************************************
      *  需要予測取得処理（当月の両倉庫の予測を読み、どちらか
      *  が有れば有効な予測数量の合計を月間ペースとする）
      ********************************************************
       YOSOKU-RTN                 SECTION.
           MOVE  SPACE  TO  WK-JYS-HIT-FLG.
           MOVE  ZERO   TO  WK-JYS-GOKEI.
           MOVE  "01"   TO  JYS-WHS-COD.
           PERFORM  JYS-READ-RTN.
           MOVE  "02"   TO  JYS-WHS-COD.
           PERFORM  JYS-READ-RTN.
           IF  WK-JYS-HIT-FLG  =  "1"
             MOVE  WK-JYS-GOKEI  TO  WK-VELOCITY
             MOVE  "予測"        TO  WK-PACE-KBN
             ADD  +1  TO  YOSOKU-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  需要予測読込処理
      ********************************************************
       JYS-READ-RTN               SECTION.
           MOVE  CFSHO-SHOHIN-NO  TO  JYS-SHOHIN-NO.
           MOVE  WK-JYS-YY        TO  JYS-YY.
           MOVE  WK-JYS-MM        TO  JYS-MM.
           READ  JYS-FILE
             INVALID  KEY
               GO  TO  EXT
           END-READ.
           MOVE  "1"  TO  WK-JYS-HIT-FLG.
           IF  JYS-SHUSEI-FLG  =  "1"
             ADD  JYS-SHUSEI-SURYO  TO  WK-JYS-GOKEI
           ELSE
             ADD  JYS-YOSOKU-SURYO  TO  WK-JYS-GOKEI
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  ソート引き渡し処理（推奨数量＝発注点−在庫合計＋ＢＯ残
      *  を下回らない範囲で標準発注ロットへ切り上げる）
      ********************************************************
           END-IF.
           MOVE  WK-VELOCITY      TO  SRT-VELOCITY     IN  SRT-REC.
           MOVE  WK-SUISHO-SURYO  TO  SRT-SUISHO-SURYO  IN  SRT-REC.
           MOVE  WK-PACE-KBN      TO  SRT-PACE-KBN     IN  SRT-REC.
           RELEASE  SRT-REC.
           ADD  +1  TO  SUISHO-CNT.
           PERFORM  HSF-WRITE-RTN.
           MOVE  SRT-VELOCITY    IN  SRT-REC  TO  D1-VELOCITY.
           MOVE  SRT-SUISHO-SURYO  IN  SRT-REC  TO  D1-SUISHO.
           MOVE  SRT-COVER-DAYS  IN  SRT-REC  TO  D1-COVER-DAYS.
           MOVE  SRT-PACE-KBN    IN  SRT-REC  TO  D1-PACE-KBN.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  OEF-CNT.
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  IMF-FILE  PND-FILE  SUM-FILE  OEF-FILE  HSF-FILE
                  JYS-FILE.
           DISPLAY  "*** IMF-CNT="  IMF-CNT.
           DISPLAY  "*** SUISHO="   SUISHO-CNT.
           DISPLAY  "*** HSF-CNT="  HSF-CNT.
           DISPLAY  "*** LSJ-CNT="  LSJ-CNT.
           DISPLAY  "*** YOSOKU-CNT="  YOSOKU-CNT.
           DISPLAY  "*** KJBM130  END ***".
       EXT.
           EXIT.
