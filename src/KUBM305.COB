       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KUBM305.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：売上
      *  プログラム名      ：残高確認回答登録（対話）
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    返送された残高確認回答書の内容を残高確認管理
      *    （KUCF190）へ記録する画面。得意先・確認基準日を指定
      *    して回答日と回答残高（得意先が記入した残高）を入力
      *    すると、当社残高との差異を求めて一致（状態"1"）／差異
      *    あり（状態"2"）とする。差異の原因が判明した得意先は
      *    解明区分"1"と備考を入力して差異解明済（状態"3"）へ
      *    落とす。得意先空白の入力で終了する
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  KKN-FILE  ASSIGN  TO  EXTERNAL  KKN
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  KKN-KEY.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  KKN-FILE.
       01  KKN-REC.
           COPY  KUCF190.
      *
       WORKING-STORAGE             SECTION.
       01  WK-EXIT-FLG              PIC  X(01)  VALUE  SPACE.
       01  UPD-CNT                  PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-MSG                   PIC  X(40)  VALUE  SPACE.
       01  WK-PC-DATE8              PIC  9(08)  VALUE  ZERO.
      *    画面入力（回答書の内容と差異解明区分）
       01  WK-IN-TOKU-COD           PIC  X(04)  VALUE  SPACE.
       01  WK-IN-KIJUN-DATE         PIC  9(08)  VALUE  ZERO.
       01  WK-IN-KAITO-DATE         PIC  9(08)  VALUE  ZERO.
       01  WK-IN-KAITO-ZAN          PIC S9(09)  VALUE  ZERO.
       01  WK-IN-KAIMEI-KBN         PIC  X(01)  VALUE  SPACE.
       01  WK-IN-BIKO               PIC  X(20)  VALUE  SPACE.
      *    表示用（当社残高・差異・登録後の状態）
       01  WK-DSP-KAKUNIN-ZAN       PIC S9(09)  VALUE  ZERO.
       01  WK-DSP-SAGAKU            PIC S9(09)  VALUE  ZERO.
       01  WK-DSP-STATUS            PIC  X(01)  VALUE  SPACE.
      *
       SCREEN SECTION.
       01  SCR-KAITO.
           02  BLANK SCREEN.
           02  LINE 1  COLUMN 1   VALUE  "残高確認回答登録".
           02  LINE 3  COLUMN 1   VALUE  "得意先(空白=終了): ".
           02  LINE 3  COLUMN 21  PIC  X(04)  USING  WK-IN-TOKU-COD.
           02  LINE 4  COLUMN 1   VALUE  "確認基準日       : ".
           02  LINE 4  COLUMN 21  PIC  9(08)  USING  WK-IN-KIJUN-DATE.
           02  LINE 5  COLUMN 1   VALUE  "回答日(YYYYMMDD) : ".
           02  LINE 5  COLUMN 21  PIC  9(08)  USING  WK-IN-KAITO-DATE.
           02  LINE 6  COLUMN 1   VALUE  "回答残高         : ".
           02  LINE 6  COLUMN 21  PIC  S9(09)  USING  WK-IN-KAITO-ZAN.
           02  LINE 7  COLUMN 1   VALUE  "差異解明(1)      : ".
           02  LINE 7  COLUMN 21  PIC  X(01)  USING  WK-IN-KAIMEI-KBN.
           02  LINE 8  COLUMN 1   VALUE  "備考             : ".
           02  LINE 8  COLUMN 21  PIC  X(20)  USING  WK-IN-BIKO.
       01  SCR-KEKKA.
           02  LINE 10 COLUMN 1   VALUE  "当社帳簿残高     : ".
           02  LINE 10 COLUMN 21  PIC  ---,---,--9
                                         FROM  WK-DSP-KAKUNIN-ZAN.
           02  LINE 11 COLUMN 1   VALUE  "差異             : ".
           02  LINE 11 COLUMN 21  PIC  ---,---,--9
                                              FROM  WK-DSP-SAGAKU.
           02  LINE 12 COLUMN 1   VALUE  "状態             : ".
           02  LINE 12 COLUMN 21  PIC  X(01)  FROM  WK-DSP-STATUS.
       01  SCR-MESSAGE.
           02  LINE 14 COLUMN 1   PIC  X(40)  FROM  WK-MSG.
      *
      ********************************************************
      *    残高確認回答登録（対話）
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  ENTRY-RTN  UNTIL  WK-EXIT-FLG  =  "Y".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *    開始処理
      ********************************************************
       INIT-RTN                    SECTION.
           DISPLAY  "*** KUBM305 START ***".
           OPEN  I-O  KKN-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
       EXT.
           EXIT.
      ********************************************************
      *    入力処理
      ********************************************************
       ENTRY-RTN                   SECTION.
           MOVE  SPACE  TO  WK-MSG.
           MOVE  SPACE  TO  WK-IN-KAIMEI-KBN  WK-IN-BIKO.
           DISPLAY  SCR-KAITO.
           ACCEPT   SCR-KAITO.
           IF  WK-IN-TOKU-COD  =  SPACE
             MOVE  "Y"  TO  WK-EXIT-FLG
             GO  TO  EXT
           END-IF.
           PERFORM  KAITO-RTN.
       EXT.
           EXIT.
      ********************************************************
      *    回答登録処理（回答日省略時は当日。差異がゼロなら一致、
      *    差異ありで解明区分"1"なら差異解明済とする）
      ********************************************************
       KAITO-RTN                   SECTION.
           MOVE  WK-IN-TOKU-COD    TO  KKN-TOKU-COD.
           MOVE  WK-IN-KIJUN-DATE  TO  KKN-KIJUN-DATE.
           READ  KKN-FILE
             INVALID  KEY
               MOVE  "発送記録がありません。"
                                         TO  WK-MSG
               DISPLAY  SCR-MESSAGE
               GO  TO  EXT
           END-READ.
           IF  WK-IN-KAITO-DATE  =  ZERO
             MOVE  WK-PC-DATE8       TO  KKN-KAITO-DATE
           ELSE
             MOVE  WK-IN-KAITO-DATE  TO  KKN-KAITO-DATE
           END-IF.
           MOVE  WK-IN-KAITO-ZAN  TO  KKN-KAITO-ZAN.
           COMPUTE  KKN-SAGAKU  =  KKN-KAKUNIN-ZAN  -  KKN-KAITO-ZAN.
           IF  KKN-SAGAKU  =  ZERO
             MOVE  "1"  TO  KKN-STATUS
           ELSE
             IF  WK-IN-KAIMEI-KBN  =  "1"
               MOVE  "3"  TO  KKN-STATUS
             ELSE
               MOVE  "2"  TO  KKN-STATUS
             END-IF
           END-IF.
           IF  WK-IN-BIKO  NOT  =  SPACE
             MOVE  WK-IN-BIKO  TO  KKN-BIKO
           END-IF.
           REWRITE  KKN-REC.
           ADD  +1  TO  UPD-CNT.
           MOVE  KKN-KAKUNIN-ZAN  TO  WK-DSP-KAKUNIN-ZAN.
           MOVE  KKN-SAGAKU       TO  WK-DSP-SAGAKU.
           MOVE  KKN-STATUS       TO  WK-DSP-STATUS.
           MOVE  "回答を登録しました。"
                                         TO  WK-MSG.
           DISPLAY  SCR-KEKKA.
           DISPLAY  SCR-MESSAGE.
       EXT.
           EXIT.
      ********************************************************
      *    終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  KKN-FILE.
           DISPLAY  "*** UPD-CNT="  UPD-CNT.
           DISPLAY  "*** KUBM305  END ***".
       EXT.
           EXIT.
