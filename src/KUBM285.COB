       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KUBM285.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：売上
      *  プログラム名      ：返金承認（対話）
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    返金申請（KUCF185）の承認待ち（状態"0"）の申請を一件
      *    ずつ振込先口座（KCCFBNK）とともに表示し、承認者が承認
      *    ／却下を入力する承認画面。承認者は操作者マスタ（KCCFOPR）
      *    のリリース解除権限を持つこと。振込先口座の変更日から
      *    ３０日以内の申請は二次承認要とし、一次承認では承認待ち
      *    のまま残して、一次承認者と別の承認者の二次承認で承認済
      *    とする。口座未登録の申請は承認できない。判断は監査ログ
      *    （KCCFLOG）へ記録し、承認済みの申請は返金振込（KUBM290）
      *    が振込・消込を行う
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  HNK-FILE  ASSIGN  TO  EXTERNAL  HNK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  HNK-KEY.
           SELECT  BNK-FILE  ASSIGN  TO  EXTERNAL  BNK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFBNK-TOKU-COD.
           SELECT  OPR-FILE  ASSIGN  TO  EXTERNAL  OPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFOPR-USER-ID.
           SELECT  LOG-FILE  ASSIGN  TO  EXTERNAL  LOG.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  HNK-FILE.
       01  HNK-REC.
           COPY  KUCF185.
       FD  BNK-FILE.
       01  BNK-REC.
           COPY  KCCFBNK.
       FD  OPR-FILE.
       01  OPR-REC.
           COPY  KCCFOPR.
       FD  LOG-FILE.
       01  LOG-REC.
           COPY  KCCFLOG.
      *
       WORKING-STORAGE             SECTION.
       01  HNK-END-FLG              PIC  X(01)  VALUE  "0".
       01  HNK-CNT                  PIC S9(9)  COMP-3  VALUE  +0.
       01  APV-CNT                  PIC S9(9)  COMP-3  VALUE  +0.
       01  NIJI-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  REJ-CNT                  PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-MSG                   PIC  X(40)  VALUE  SPACE.
       01  WK-RUN-DATE8             PIC  9(08)  VALUE  ZERO.
      *    承認入力
       01  WK-IN-APPROVE-USER       PIC  X(08)  VALUE  SPACE.
       01  WK-IN-KETTEI             PIC  X(01)  VALUE  SPACE.
      *    承認者の操作者マスタ照合結果（"1"＝リリース権限あり）
       01  WK-OPR-AUTH-FLG          PIC  X(01)  VALUE  SPACE.
      *    振込先口座の表示用（未登録時は空白・ゼロ）と口座の
      *    有無（"1"＝登録あり）
       01  WK-BNK-FLG               PIC  X(01)  VALUE  SPACE.
       01  WK-GINKO-COD             PIC  9(04)  VALUE  ZERO.
       01  WK-SHITEN-COD            PIC  9(03)  VALUE  ZERO.
       01  WK-KOZA-NO               PIC  9(07)  VALUE  ZERO.
       01  WK-KOZA-MEI              PIC  X(30)  VALUE  SPACE.
       01  WK-HENKO-DATE            PIC  9(08)  VALUE  ZERO.
       01  WK-HENKO-DAYS            PIC S9(07)  VALUE  ZERO.
      *    監査ログの前後イメージ（請求年月・状態・返金額）
       01  WK-LOG-IMAGE.
         02  WK-LOG-SEIKYU-YM       PIC  9(06).
         02  WK-LOG-STATUS          PIC  X(01).
         02  WK-LOG-GAKU            PIC S9(09).
         02  FILLER                 PIC  X(09).
       01  WK-LOG-BEFORE            PIC  X(25)  VALUE  SPACE.
      *
       SCREEN SECTION.
       01  SCR-HENKIN.
           02  BLANK SCREEN.
           02  LINE 1  COLUMN 1   VALUE  "返金承認".
           02  LINE 3  COLUMN 1   VALUE  "得意先コード     : ".
           02  LINE 3  COLUMN 21  PIC  X(04)  FROM  HNK-TOKU-COD.
           02  LINE 4  COLUMN 1   VALUE  "請求年月         : ".
           02  LINE 4  COLUMN 21  PIC  9(06)  FROM  HNK-SEIKYU-YM.
           02  LINE 5  COLUMN 1   VALUE  "返金額           : ".
           02  LINE 5  COLUMN 21  PIC  ZZZ,ZZZ,ZZ9
                                              FROM  HNK-HENKIN-GAKU.
           02  LINE 6  COLUMN 1   VALUE  "振込先銀行・支店 : ".
           02  LINE 6  COLUMN 21  PIC  9(04)  FROM  WK-GINKO-COD.
           02  LINE 6  COLUMN 26  PIC  9(03)  FROM  WK-SHITEN-COD.
           02  LINE 7  COLUMN 1   VALUE  "口座番号・名義   : ".
           02  LINE 7  COLUMN 21  PIC  9(07)  FROM  WK-KOZA-NO.
           02  LINE 7  COLUMN 29  PIC  X(30)  FROM  WK-KOZA-MEI.
           02  LINE 8  COLUMN 1   VALUE  "口座変更日       : ".
           02  LINE 8  COLUMN 21  PIC  9(08)  FROM  WK-HENKO-DATE.
           02  LINE 9  COLUMN 1   VALUE  "二次承認要(1)    : ".
           02  LINE 9  COLUMN 21  PIC  X(01)  FROM  HNK-NIJI-FLG.
           02  LINE 10 COLUMN 1   VALUE  "一次承認者ＩＤ   : ".
           02  LINE 10 COLUMN 21  PIC  X(08)  FROM  HNK-APPROVE-USER.
           02  LINE 12 COLUMN 1   VALUE  "承認者ＩＤ       : ".
           02  LINE 12 COLUMN 21  PIC  X(08)  USING
                                             WK-IN-APPROVE-USER.
           02  LINE 13 COLUMN 1   VALUE  "承認(A)/却下(R)  : ".
           02  LINE 13 COLUMN 21  PIC  X(01)  USING  WK-IN-KETTEI.
       01  SCR-MESSAGE.
           02  LINE 15 COLUMN 1   PIC  X(40)  FROM  WK-MSG.
      *
      ********************************************************
      *    返金承認（対話）
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  HNK-READ-RTN.
           PERFORM  SHONIN-CTL-RTN  UNTIL  HNK-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *    開始処理
      ********************************************************
       INIT-RTN                    SECTION.
           DISPLAY  "*** KUBM285 START ***".
           OPEN  I-O     HNK-FILE.
           OPEN  INPUT   BNK-FILE.
           OPEN  INPUT   OPR-FILE.
           OPEN  EXTEND  LOG-FILE.
           ACCEPT  WK-RUN-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  LOW-VALUE  TO  HNK-KEY.
           START  HNK-FILE  KEY  >=  HNK-KEY
             INVALID  KEY
               MOVE  "1"  TO  HNK-END-FLG
           END-START.
       EXT.
           EXIT.
      ********************************************************
      *    申請入力処理
      ********************************************************
       HNK-READ-RTN                SECTION.
           IF  HNK-END-FLG  =  "1"
             GO  TO  EXT
           END-IF.
           READ  HNK-FILE  NEXT
             AT  END
               MOVE  "1"  TO  HNK-END-FLG
             NOT  AT  END
               ADD  +1  TO  HNK-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *    承認制御処理（承認待ち（状態"0"）のみ画面へ出す）
      ********************************************************
       SHONIN-CTL-RTN              SECTION.
           IF  HNK-STATUS  =  "0"
             PERFORM  KOZA-RTN
             PERFORM  SHONIN-RTN
           ELSE
             PERFORM  HNK-READ-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *    振込先口座確認処理（口座変更日から３０日以内なら二次
      *    承認要を立てる）
      ********************************************************
       KOZA-RTN                    SECTION.
           MOVE  SPACE  TO  WK-BNK-FLG.
           MOVE  ZERO   TO  WK-GINKO-COD  WK-SHITEN-COD  WK-KOZA-NO
                            WK-HENKO-DATE.
           MOVE  SPACE  TO  WK-KOZA-MEI.
           MOVE  HNK-TOKU-COD  TO  CFBNK-TOKU-COD.
           READ  BNK-FILE
             INVALID  KEY
               GO  TO  EXT
           END-READ.
           MOVE  "1"               TO  WK-BNK-FLG.
           MOVE  CFBNK-GINKO-COD   TO  WK-GINKO-COD.
           MOVE  CFBNK-SHITEN-COD  TO  WK-SHITEN-COD.
           MOVE  CFBNK-KOZA-NO     TO  WK-KOZA-NO.
           MOVE  CFBNK-KOZA-MEI    TO  WK-KOZA-MEI.
           IF  CFBNK-HENKO-DATE  NOT  NUMERIC
             OR  CFBNK-HENKO-DATE  =  ZERO
               GO  TO  EXT
           END-IF.
           MOVE  CFBNK-HENKO-DATE  TO  WK-HENKO-DATE.
           COMPUTE  WK-HENKO-DAYS  =
                    FUNCTION  INTEGER-OF-DATE  (WK-RUN-DATE8)
                    -  FUNCTION  INTEGER-OF-DATE  (WK-HENKO-DATE).
           IF  WK-HENKO-DAYS  <  30
             MOVE  "1"  TO  HNK-NIJI-FLG
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *    承認処理
      ********************************************************
       SHONIN-RTN                  SECTION.
           MOVE  SPACE  TO  WK-IN-KETTEI.
           MOVE  SPACE  TO  WK-MSG.
           DISPLAY  SCR-HENKIN.
           ACCEPT   SCR-HENKIN.
           PERFORM  AUTH-RTN.
           IF  WK-OPR-AUTH-FLG  NOT  =  "1"
             MOVE  "承認権限がありません。"
                                         TO  WK-MSG
             DISPLAY  SCR-MESSAGE
             GO  TO  EXT
           END-IF.
           MOVE  HNK-SEIKYU-YM    TO  WK-LOG-SEIKYU-YM.
           MOVE  HNK-STATUS       TO  WK-LOG-STATUS.
           MOVE  HNK-HENKIN-GAKU  TO  WK-LOG-GAKU.
           MOVE  WK-LOG-IMAGE     TO  WK-LOG-BEFORE.
           IF  WK-IN-KETTEI  =  "A"  OR  "a"
             PERFORM  APPROVE-RTN
           ELSE
             IF  WK-IN-KETTEI  =  "R"  OR  "r"
               MOVE  "2"  TO  HNK-STATUS
               IF  HNK-APPROVE-USER  =  SPACE
                 MOVE  WK-IN-APPROVE-USER  TO  HNK-APPROVE-USER
               ELSE
                 MOVE  WK-IN-APPROVE-USER  TO  HNK-APPROVE2-USER
               END-IF
               REWRITE  HNK-REC
               ADD  +1  TO  REJ-CNT
               PERFORM  LOG-WRITE-RTN
               PERFORM  HNK-READ-RTN
             ELSE
               MOVE  "Ａ／Ｒを入力して下さい。"
                                         TO  WK-MSG
               DISPLAY  SCR-MESSAGE
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *    承認登録処理（二次承認要の申請は、一次承認では承認
      *    待ちのまま残し、別の承認者の二次承認で承認済とする）
      ********************************************************
       APPROVE-RTN                 SECTION.
           IF  WK-BNK-FLG  NOT  =  "1"
             MOVE  "振込先口座が未登録です。"
                                         TO  WK-MSG
             DISPLAY  SCR-MESSAGE
             GO  TO  EXT
           END-IF.
           IF  HNK-NIJI-FLG  NOT  =  "1"
             MOVE  "1"                 TO  HNK-STATUS
             MOVE  WK-IN-APPROVE-USER  TO  HNK-APPROVE-USER
             GO  TO  KOSHIN
           END-IF.
           IF  HNK-APPROVE-USER  =  SPACE
             MOVE  WK-IN-APPROVE-USER  TO  HNK-APPROVE-USER
             ADD  +1  TO  NIJI-CNT
             GO  TO  KOSHIN
           END-IF.
           IF  WK-IN-APPROVE-USER  =  HNK-APPROVE-USER
             MOVE  "一次承認者は二次承認できません。"
                                         TO  WK-MSG
             DISPLAY  SCR-MESSAGE
             GO  TO  EXT
           END-IF.
           MOVE  "1"                 TO  HNK-STATUS.
           MOVE  WK-IN-APPROVE-USER  TO  HNK-APPROVE2-USER.
       KOSHIN.
           REWRITE  HNK-REC.
           IF  HNK-STATUS  =  "1"
             ADD  +1  TO  APV-CNT
           END-IF.
           PERFORM  LOG-WRITE-RTN.
           PERFORM  HNK-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *    承認者権限確認処理（操作者マスタのリリース解除権限）
      ********************************************************
       AUTH-RTN                    SECTION.
           MOVE  SPACE  TO  WK-OPR-AUTH-FLG.
           MOVE  WK-IN-APPROVE-USER  TO  CFOPR-USER-ID.
           READ  OPR-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  CFOPR-RELEASE-FLG  =  "1"
                 MOVE  "1"  TO  WK-OPR-AUTH-FLG
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *    監査ログ出力処理
      ********************************************************
       LOG-WRITE-RTN               SECTION.
           MOVE  HNK-STATUS         TO  WK-LOG-STATUS.
           MOVE  SPACE              TO  LOG-REC.
           MOVE  WK-LOG-BEFORE      TO  LOG-BEFORE-IMAGE.
           MOVE  WK-LOG-IMAGE       TO  LOG-AFTER-IMAGE.
           MOVE  WK-RUN-DATE8       TO  LOG-UPDATE-DATE.
           ACCEPT  LOG-UPDATE-TIME  FROM  TIME.
           MOVE  "H"                TO  LOG-MASTER-KBN.
           MOVE  WK-IN-KETTEI       TO  LOG-ACTION-KBN.
           MOVE  HNK-TOKU-COD       TO  LOG-KEY.
           MOVE  WK-IN-APPROVE-USER  TO  LOG-USER-ID.
           MOVE  HNK-APPROVE-USER   TO  LOG-APPLY-USER-ID.
           MOVE  WK-IN-APPROVE-USER  TO  LOG-APPROVE-USER-ID.
           WRITE  LOG-REC.
       EXT.
           EXIT.
      ********************************************************
      *    終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  HNK-FILE  BNK-FILE  OPR-FILE  LOG-FILE.
           DISPLAY  "*** HNK-CNT ="  HNK-CNT.
           DISPLAY  "*** APV-CNT ="  APV-CNT.
           DISPLAY  "*** NIJI-CNT="  NIJI-CNT.
           DISPLAY  "*** REJ-CNT ="  REJ-CNT.
           DISPLAY  "*** KUBM285  END ***".
       EXT.
           EXIT.
