       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KJBM460.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：受注
      *  プログラム名      ：シリアル番号照会（対話）
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    サービス窓口向けの「このシリアル番号の機器はいまどこ
      *    か」照会画面。シリアル番号（同じ番号が複数の商品に
      *    ある場合は商品番号も）を入力すると、シリアル番号
      *    ファイル（KCCFSER）から現在の状態・倉庫とロット（ロット
      *    の受入検査状況付き）・入荷元・出荷先の得意先と受注・
      *    出荷日を表示し、商品マスタの保証期間から保証期限と
      *    照会日時点の保証中／保証切れを示す。あわせてシリアル
      *    番号履歴（KJCF380）の足取りを時系列に一覧する。
      *    保証期限は出荷日の保証期間月数後の応当日の前日（応当日
      *    の無い月は月末）とする。照会専用のため操作者権限は
      *    不要。
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  SER-FILE  ASSIGN  TO  EXTERNAL  SER
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  CFSER-KEY.
           SELECT  SRH-FILE  ASSIGN  TO  EXTERNAL  SRH
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  SRH-KEY.
           SELECT  IMF-FILE  ASSIGN  TO  EXTERNAL  IMF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  LOT-FILE  ASSIGN  TO  EXTERNAL  LOT
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFLOT-KEY.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  SER-FILE.
       01  SER-REC.
           COPY  KCCFSER.
       FD  SRH-FILE.
       01  SRH-REC.
           COPY  KJCF380.
      *    商品マスタ（商品名・保証期間の参照用）
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
      *    得意先マスタ（出荷先の得意先名の参照用）
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
      *    ロット別在庫（在庫ロットの受入検査状況の参照用）
       FD  LOT-FILE.
       01  LOT-REC.
           COPY  KCCFLOT.
      *
       WORKING-STORAGE             SECTION.
       01  WK-EXIT-FLG              PIC  X(01)  VALUE  SPACE.
       01  WK-IN-SERIAL-NO          PIC  X(20)  VALUE  SPACE.
       01  WK-IN-SHOHIN-NO          PIC  X(05)  VALUE  SPACE.
       01  SER-END-FLG              PIC  X(01)  VALUE  "0".
       01  SRH-END-FLG              PIC  X(01)  VALUE  "0".
       01  WK-HIT-CNT               PIC  9(02)  VALUE  ZERO.
       01  WK-LINE-IX               PIC  9(02)  VALUE  ZERO.
       01  WK-MSG                   PIC  X(40)  VALUE  SPACE.
       01  WK-PC-DATE8              PIC  9(08)  VALUE  ZERO.
      *    照会したシリアル番号の控え（同番号の他商品の有無確認用）
       01  WK-SAVE-REC              PIC  X(100) VALUE  SPACE.
      *    保証期限算出用
       01  WK-HOSHO-DATE.
         02  WK-HOSHO-YY            PIC  9(04)  VALUE  ZERO.
         02  WK-HOSHO-MM            PIC  9(02)  VALUE  ZERO.
         02  WK-HOSHO-DD            PIC  9(02)  VALUE  ZERO.
       01  WK-HOSHO-DATE-N  REDEFINES  WK-HOSHO-DATE
                                    PIC  9(08).
       01  WK-SHIP-DATE.
         02  WK-SHIP-YY             PIC  9(04)  VALUE  ZERO.
         02  WK-SHIP-MM             PIC  9(02)  VALUE  ZERO.
         02  WK-SHIP-DD             PIC  9(02)  VALUE  ZERO.
       01  WK-TSUKI-SU              PIC S9(07)  COMP-3  VALUE  +0.
       01  WK-AMARI                 PIC S9(03)  COMP-3  VALUE  +0.
       01  WK-OUTO-INT              PIC S9(08)  COMP-3  VALUE  ZERO.
       01  WK-GETSUMATSU-INT        PIC S9(08)  COMP-3  VALUE  ZERO.
       01  WK-KIGEN-DATE            PIC  9(08)  VALUE  ZERO.
      *    現在の所在の表示域（画面の６行に編集して表示する）
       01  WK-SUM-AREA.
         02  WK-SUM-LINE            PIC  X(60)  OCCURS  6  TIMES.
       01  WK-SUM-AREA-R  REDEFINES  WK-SUM-AREA.
         02  WK-SUM-L01             PIC  X(60).
         02  WK-SUM-L02             PIC  X(60).
         02  WK-SUM-L03             PIC  X(60).
         02  WK-SUM-L04             PIC  X(60).
         02  WK-SUM-L05             PIC  X(60).
         02  WK-SUM-L06             PIC  X(60).
      *    足取り一覧の表示域（画面の８行に編集して表示する）
       01  WK-DSP-AREA.
         02  WK-DSP-LINE            PIC  X(60)  OCCURS  8  TIMES.
       01  WK-DSP-AREA-R  REDEFINES  WK-DSP-AREA.
         02  WK-DSP-L01             PIC  X(60).
         02  WK-DSP-L02             PIC  X(60).
         02  WK-DSP-L03             PIC  X(60).
         02  WK-DSP-L04             PIC  X(60).
         02  WK-DSP-L05             PIC  X(60).
         02  WK-DSP-L06             PIC  X(60).
         02  WK-DSP-L07             PIC  X(60).
         02  WK-DSP-L08             PIC  X(60).
      *    所在編集用
       01  S1-SHOHIN.
         02  FILLER                 PIC  X(08)  VALUE  "商品　".
         02  S1-SHOHIN-NO           PIC  X(05).
         02  FILLER                 PIC  X(01)  VALUE  SPACE.
         02  S1-SHOHIN-MEI          PIC  X(20).
         02  FILLER                 PIC  X(26)  VALUE  SPACE.
       01  S2-ZAIKO.
         02  FILLER                 PIC  X(08)  VALUE  "状態　".
         02  S2-STATUS-MEI          PIC  X(12).
         02  FILLER                 PIC  X(06)  VALUE  "倉庫 ".
         02  S2-WHS-COD             PIC  X(02).
         02  FILLER                 PIC  X(10)  VALUE  " ロット ".
         02  S2-LOT-NO              PIC  X(10).
         02  FILLER                 PIC  X(01)  VALUE  SPACE.
         02  S2-KENSA               PIC  X(08).
         02  FILLER                 PIC  X(03)  VALUE  SPACE.
       01  S3-NYUKA.
         02  FILLER                 PIC  X(08)  VALUE  "入荷　".
         02  S3-NYUKO-DATE          PIC  9(08).
         02  FILLER                 PIC  X(10)  VALUE  " 仕入先 ".
         02  S3-SIIRE-COD           PIC  X(06).
         02  FILLER                 PIC  X(28)  VALUE  SPACE.
       01  S4-TOKU.
         02  FILLER                 PIC  X(08)  VALUE  "得意先".
         02  S4-TOKU-COD            PIC  X(04).
         02  FILLER                 PIC  X(01)  VALUE  SPACE.
         02  S4-TOKU-MEI            PIC  X(20).
         02  FILLER                 PIC  X(27)  VALUE  SPACE.
       01  S5-JUCHU.
         02  FILLER                 PIC  X(08)  VALUE  "受注　".
         02  S5-JUCHU-NO            PIC  9(06).
         02  FILLER                 PIC  X(01)  VALUE  "-".
         02  S5-GYO-NO              PIC  9(02).
         02  FILLER                 PIC  X(01)  VALUE  "-".
         02  S5-SHIP-SEQ            PIC  9(02).
         02  FILLER                 PIC  X(10)  VALUE  " 出荷日 ".
         02  S5-SHIP-DATE           PIC  9(08).
         02  FILLER                 PIC  X(10)  VALUE  " 返品日 ".
         02  S5-HENPIN-DATE         PIC  9(08).
         02  FILLER                 PIC  X(04)  VALUE  SPACE.
       01  S6-HOSHO.
         02  FILLER                 PIC  X(08)  VALUE  "保証　".
         02  S6-HOSHO-MM            PIC  ZZ9.
         02  FILLER                 PIC  X(12)  VALUE  "か月 期限 ".
         02  S6-KIGEN-DATE          PIC  9(08).
         02  FILLER                 PIC  X(01)  VALUE  SPACE.
         02  S6-HANTEI              PIC  X(10).
         02  FILLER                 PIC  X(18)  VALUE  SPACE.
      *    足取り明細編集用
       01  D1-ASHIDORI.
         02  D1-STATUS-MEI          PIC  X(12).
         02  FILLER                 PIC  X(01)  VALUE  SPACE.
         02  D1-DATE                PIC  9(08).
         02  FILLER                 PIC  X(01)  VALUE  SPACE.
         02  D1-TIME                PIC  9(06).
         02  FILLER                 PIC  X(01)  VALUE  SPACE.
         02  D1-PGM-ID              PIC  X(08).
         02  FILLER                 PIC  X(01)  VALUE  SPACE.
         02  D1-WHS-COD             PIC  X(02).
         02  FILLER                 PIC  X(01)  VALUE  SPACE.
         02  D1-AITE-COD            PIC  X(06).
         02  FILLER                 PIC  X(01)  VALUE  SPACE.
         02  D1-DENPYO-NO           PIC  9(06).
         02  FILLER                 PIC  X(01)  VALUE  "-".
         02  D1-DENPYO-GYO          PIC  9(02).
         02  FILLER                 PIC  X(03)  VALUE  SPACE.
      *    状態名称テーブル（KCCFSER・KJCF380の状態値に対応）
       01  WK-STS-MEI-V.
         02  FILLER                 PIC  X(12)  VALUE  "入荷".
         02  FILLER                 PIC  X(12)  VALUE  "在庫".
         02  FILLER            PIC  X(12)  VALUE  "ピッキング".
         02  FILLER                 PIC  X(12)  VALUE  "出荷済".
         02  FILLER                 PIC  X(12)  VALUE  "返品".
       01  WK-STS-MEI-TBL  REDEFINES  WK-STS-MEI-V.
         02  WK-STS-MEI             PIC  X(12)  OCCURS  5  TIMES.
       01  WK-STS-KBN               PIC  X(01)  VALUE  SPACE.
       01  WK-STS-NUM               PIC  9(01)  VALUE  ZERO.
       01  WK-STS-MEI-EDIT          PIC  X(12)  VALUE  SPACE.
      *
       SCREEN SECTION.
       01  SCR-KEY-ENTRY.
           02  BLANK SCREEN.
           02  LINE 1  COLUMN 1   VALUE  "シリアル番号照会".
           02  LINE 3  COLUMN 1
               VALUE  "シリアル番号(空白で終了): ".
           02  LINE 3  COLUMN 27  PIC  X(20)  USING  WK-IN-SERIAL-NO.
           02  LINE 3  COLUMN 49  VALUE  "商品: ".
           02  LINE 3  COLUMN 55  PIC  X(05)  USING  WK-IN-SHOHIN-NO.
       01  SCR-SHOZAI.
           02  LINE 5  COLUMN 1   PIC  X(60)  FROM  WK-SUM-L01.
           02  LINE 6  COLUMN 1   PIC  X(60)  FROM  WK-SUM-L02.
           02  LINE 7  COLUMN 1   PIC  X(60)  FROM  WK-SUM-L03.
           02  LINE 8  COLUMN 1   PIC  X(60)  FROM  WK-SUM-L04.
           02  LINE 9  COLUMN 1   PIC  X(60)  FROM  WK-SUM-L05.
           02  LINE 10 COLUMN 1   PIC  X(60)  FROM  WK-SUM-L06.
           02  LINE 12 COLUMN 1
               VALUE  "状態  日付  時刻  ＰＧＭ  倉庫".
           02  LINE 12 COLUMN 44  VALUE  "相手先 伝票".
           02  LINE 13 COLUMN 1   PIC  X(60)  FROM  WK-DSP-L01.
           02  LINE 14 COLUMN 1   PIC  X(60)  FROM  WK-DSP-L02.
           02  LINE 15 COLUMN 1   PIC  X(60)  FROM  WK-DSP-L03.
           02  LINE 16 COLUMN 1   PIC  X(60)  FROM  WK-DSP-L04.
           02  LINE 17 COLUMN 1   PIC  X(60)  FROM  WK-DSP-L05.
           02  LINE 18 COLUMN 1   PIC  X(60)  FROM  WK-DSP-L06.
           02  LINE 19 COLUMN 1   PIC  X(60)  FROM  WK-DSP-L07.
           02  LINE 20 COLUMN 1   PIC  X(60)  FROM  WK-DSP-L08.
       01  SCR-MESSAGE.
           02  LINE 22 COLUMN 1   PIC  X(40)  FROM  WK-MSG.
      *
      ********************************************************
      *    シリアル番号照会
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  INQUIRY-RTN  UNTIL  WK-EXIT-FLG  =  "Y".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *    開始処理
      ********************************************************
       INIT-RTN                    SECTION.
           DISPLAY  "*** KJBM460 START ***".
           OPEN  INPUT  SER-FILE.
           OPEN  INPUT  SRH-FILE.
           OPEN  INPUT  IMF-FILE.
           OPEN  INPUT  TOK-FILE.
           OPEN  INPUT  LOT-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
       EXT.
           EXIT.
      ********************************************************
      *    照会処理
      ********************************************************
       INQUIRY-RTN                 SECTION.
           MOVE  SPACE  TO  WK-MSG.
           DISPLAY  SCR-KEY-ENTRY.
           ACCEPT   SCR-KEY-ENTRY.
           IF  WK-IN-SERIAL-NO  =  SPACE
             MOVE  "Y"  TO  WK-EXIT-FLG
           ELSE
             MOVE  SPACE  TO  WK-SUM-AREA
             MOVE  SPACE  TO  WK-DSP-AREA
             PERFORM  SHOZAI-RTN
             IF  WK-HIT-CNT  >  ZERO
               PERFORM  TRAIL-RTN
             END-IF
             DISPLAY  SCR-SHOZAI
             DISPLAY  SCR-MESSAGE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *    所在検索処理（シリアル番号＋商品番号の位置から読み、
      *    最初に一致した商品を表示する。商品番号を省略して同じ
      *    番号が他の商品にもある場合はメッセージで知らせる）
      ********************************************************
       SHOZAI-RTN                  SECTION.
           MOVE  ZERO             TO  WK-HIT-CNT.
           MOVE  "0"              TO  SER-END-FLG.
           MOVE  WK-IN-SERIAL-NO  TO  CFSER-SERIAL-NO.
           IF  WK-IN-SHOHIN-NO  =  SPACE
             MOVE  LOW-VALUE        TO  CFSER-SHOHIN-NO
           ELSE
             MOVE  WK-IN-SHOHIN-NO  TO  CFSER-SHOHIN-NO
           END-IF.
           START  SER-FILE  KEY  >=  CFSER-KEY
             INVALID  KEY
               MOVE  "1"  TO  SER-END-FLG
           END-START.
           PERFORM  SER-READ-RTN
             UNTIL  SER-END-FLG  =  "1"
                OR  WK-HIT-CNT  >  1.
           IF  WK-HIT-CNT  =  ZERO
             MOVE  "該当のシリアル番号なし。"  TO  WK-MSG
             GO  TO  EXT
           END-IF.
           IF  WK-HIT-CNT  >  1
             MOVE  "他商品にも同番号あり。"  TO  WK-MSG
           END-IF.
           MOVE  WK-SAVE-REC  TO  SER-REC.
           PERFORM  SHOZAI-EDIT-RTN.
       EXT.
           EXIT.
      ********************************************************
      *    シリアル番号読込処理（最初の一致を控え、２件目の一致
      *    は件数だけ数える）
      ********************************************************
       SER-READ-RTN                SECTION.
           READ  SER-FILE  NEXT
             AT  END
               MOVE  "1"  TO  SER-END-FLG
               GO  TO  EXT
           END-READ.
           IF  CFSER-SERIAL-NO  NOT  =  WK-IN-SERIAL-NO
             MOVE  "1"  TO  SER-END-FLG
             GO  TO  EXT
           END-IF.
           IF  WK-IN-SHOHIN-NO  NOT  =  SPACE
             AND  CFSER-SHOHIN-NO  NOT  =  WK-IN-SHOHIN-NO
               MOVE  "1"  TO  SER-END-FLG
               GO  TO  EXT
           END-IF.
           ADD  1  TO  WK-HIT-CNT.
           IF  WK-HIT-CNT  =  1
             MOVE  SER-REC  TO  WK-SAVE-REC
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *    所在編集処理（得意先は出荷済・返品のみ、ロットの検査
      *    状況は在庫のみ表示する）
      ********************************************************
       SHOZAI-EDIT-RTN             SECTION.
           MOVE  CFSER-SHOHIN-NO  TO  S1-SHOHIN-NO.
           MOVE  CFSER-SHOHIN-NO  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID  KEY
               MOVE  SPACE  TO  CFSHO-SHOHIN-MEI
               MOVE  ZERO   TO  CFSHO-HOSHO-MM
           END-READ.
           MOVE  CFSHO-SHOHIN-MEI  TO  S1-SHOHIN-MEI.
           MOVE  S1-SHOHIN  TO  WK-SUM-L01.
           MOVE  CFSER-STATUS     TO  WK-STS-KBN.
           PERFORM  STS-MEI-RTN.
           MOVE  WK-STS-MEI-EDIT  TO  S2-STATUS-MEI.
           MOVE  CFSER-WHS-COD    TO  S2-WHS-COD.
           MOVE  CFSER-LOT-NO     TO  S2-LOT-NO.
           MOVE  SPACE            TO  S2-KENSA.
           IF  CFSER-STATUS  =  "2"
             AND  CFSER-LOT-NO  NOT  =  SPACE
               PERFORM  LOT-KENSA-RTN
           END-IF.
           MOVE  S2-ZAIKO  TO  WK-SUM-L02.
           MOVE  CFSER-NYUKO-DATE  TO  S3-NYUKO-DATE.
           MOVE  CFSER-SIIRE-COD   TO  S3-SIIRE-COD.
           MOVE  S3-NYUKA  TO  WK-SUM-L03.
           IF  CFSER-STATUS  =  "4"  OR  "5"
             MOVE  CFSER-TOKU-COD  TO  S4-TOKU-COD
             MOVE  CFSER-TOKU-COD  TO  CFTOK-TOKU-COD
             READ  TOK-FILE
               INVALID  KEY
                 MOVE  SPACE  TO  CFTOK-TOKU-MEI
             END-READ
             MOVE  CFTOK-TOKU-MEI  TO  S4-TOKU-MEI
             MOVE  S4-TOKU  TO  WK-SUM-L04
           END-IF.
           IF  CFSER-SHIP-DATE  NOT  =  ZERO
             MOVE  CFSER-JUCHU-NO     TO  S5-JUCHU-NO
             MOVE  CFSER-GYO-NO       TO  S5-GYO-NO
             MOVE  CFSER-SHIP-SEQ     TO  S5-SHIP-SEQ
             MOVE  CFSER-SHIP-DATE    TO  S5-SHIP-DATE
             MOVE  CFSER-HENPIN-DATE  TO  S5-HENPIN-DATE
             MOVE  S5-JUCHU  TO  WK-SUM-L05
             PERFORM  HOSHO-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *    ロット検査状況編集処理
      ********************************************************
       LOT-KENSA-RTN               SECTION.
           MOVE  CFSER-SHOHIN-NO  TO  CFLOT-SHOHIN-NO.
           MOVE  CFSER-WHS-COD    TO  CFLOT-WHS-COD.
           MOVE  CFSER-LOT-NO     TO  CFLOT-LOT-NO.
           READ  LOT-FILE
             INVALID  KEY
               GO  TO  EXT
           END-READ.
           IF  CFLOT-KENSA-KBN  =  "H"
             MOVE  "検査待ち"  TO  S2-KENSA
           END-IF.
           IF  CFLOT-KENSA-KBN  =  "R"
             MOVE  "不合格"    TO  S2-KENSA
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *    保証期限算出処理（出荷日から保証期間の月数を進めた
      *    応当日の前日を期限とする。応当日の無い月は月末を期限
      *    とする。翌月１日の通算日から１日引いて月末を求める）
      ********************************************************
       HOSHO-RTN                   SECTION.
           IF  CFSHO-HOSHO-MM  =  ZERO
             GO  TO  EXT
           END-IF.
           MOVE  CFSER-SHIP-DATE  TO  WK-SHIP-DATE.
           COMPUTE  WK-TSUKI-SU  =  WK-SHIP-YY  *  12
                                 +  WK-SHIP-MM  -  1
                                 +  CFSHO-HOSHO-MM  +  1.
           DIVIDE  WK-TSUKI-SU  BY  12
             GIVING  WK-HOSHO-YY  REMAINDER  WK-AMARI.
           COMPUTE  WK-HOSHO-MM  =  WK-AMARI  +  1.
           MOVE  01  TO  WK-HOSHO-DD.
           COMPUTE  WK-GETSUMATSU-INT  =
                    FUNCTION  INTEGER-OF-DATE  (WK-HOSHO-DATE-N)  -  1.
           SUBTRACT  1  FROM  WK-TSUKI-SU.
           DIVIDE  WK-TSUKI-SU  BY  12
             GIVING  WK-HOSHO-YY  REMAINDER  WK-AMARI.
           COMPUTE  WK-HOSHO-MM  =  WK-AMARI  +  1.
           MOVE  01  TO  WK-HOSHO-DD.
           COMPUTE  WK-OUTO-INT  =
                    FUNCTION  INTEGER-OF-DATE  (WK-HOSHO-DATE-N)
                    +  WK-SHIP-DD  -  1.
           IF  WK-OUTO-INT  >  WK-GETSUMATSU-INT
             COMPUTE  WK-OUTO-INT  =  WK-GETSUMATSU-INT  +  1
           END-IF.
           COMPUTE  WK-KIGEN-DATE  =
                    FUNCTION  DATE-OF-INTEGER  (WK-OUTO-INT  -  1).
           MOVE  CFSHO-HOSHO-MM  TO  S6-HOSHO-MM.
           MOVE  WK-KIGEN-DATE   TO  S6-KIGEN-DATE.
           IF  WK-KIGEN-DATE  <  WK-PC-DATE8
             MOVE  "保証切れ"  TO  S6-HANTEI
           ELSE
             MOVE  "保証中"    TO  S6-HANTEI
           END-IF.
           MOVE  S6-HOSHO  TO  WK-SUM-L06.
       EXT.
           EXIT.
      ********************************************************
      *    足取り編集処理（表示中のシリアル番号・商品の履歴を先頭
      *    から順に読み、表示域へ編集する。８行を超える分は打ち
      *    切り、メッセージで知らせる）
      ********************************************************
       TRAIL-RTN                   SECTION.
           MOVE  ZERO   TO  WK-LINE-IX.
           MOVE  "0"    TO  SRH-END-FLG.
           MOVE  CFSER-SERIAL-NO  TO  SRH-SERIAL-NO.
           MOVE  CFSER-SHOHIN-NO  TO  SRH-SHOHIN-NO.
           MOVE  ZERO             TO  SRH-DATE  SRH-TIME.
           MOVE  LOW-VALUE        TO  SRH-STATUS.
           START  SRH-FILE  KEY  >=  SRH-KEY
             INVALID  KEY
               MOVE  "1"  TO  SRH-END-FLG
           END-START.
           PERFORM  TRAIL-READ-RTN  UNTIL  SRH-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *    足取り読込処理
      ********************************************************
       TRAIL-READ-RTN              SECTION.
           READ  SRH-FILE  NEXT
             AT  END
               MOVE  "1"  TO  SRH-END-FLG
               GO  TO  EXT
           END-READ.
           IF  SRH-SERIAL-NO  NOT  =  CFSER-SERIAL-NO
             OR  SRH-SHOHIN-NO  NOT  =  CFSER-SHOHIN-NO
               MOVE  "1"  TO  SRH-END-FLG
               GO  TO  EXT
           END-IF.
           IF  WK-LINE-IX  >=  8
             MOVE  "８行で打ち切り。"  TO  WK-MSG
             MOVE  "1"  TO  SRH-END-FLG
             GO  TO  EXT
           END-IF.
           ADD  1  TO  WK-LINE-IX.
           MOVE  SRH-STATUS         TO  WK-STS-KBN.
           PERFORM  STS-MEI-RTN.
           MOVE  WK-STS-MEI-EDIT    TO  D1-STATUS-MEI.
           MOVE  SRH-DATE           TO  D1-DATE.
           MOVE  SRH-TIME  (1:6)    TO  D1-TIME.
           MOVE  SRH-PGM-ID         TO  D1-PGM-ID.
           MOVE  SRH-WHS-COD        TO  D1-WHS-COD.
           MOVE  SRH-AITE-COD       TO  D1-AITE-COD.
           MOVE  SRH-DENPYO-NO      TO  D1-DENPYO-NO.
           MOVE  SRH-DENPYO-GYO     TO  D1-DENPYO-GYO.
           MOVE  D1-ASHIDORI  TO  WK-DSP-LINE  (WK-LINE-IX).
       EXT.
           EXIT.
      ********************************************************
      *    状態名編集処理
      ********************************************************
       STS-MEI-RTN                 SECTION.
           IF  WK-STS-KBN  >=  "1"  AND  WK-STS-KBN  <=  "5"
             MOVE  WK-STS-KBN  TO  WK-STS-NUM
             MOVE  WK-STS-MEI  (WK-STS-NUM)  TO  WK-STS-MEI-EDIT
           ELSE
             MOVE  SPACE  TO  WK-STS-MEI-EDIT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *    終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  SER-FILE  SRH-FILE  IMF-FILE  TOK-FILE  LOT-FILE.
           DISPLAY  "*** KJBM460  END ***".
       EXT.
           EXIT.
