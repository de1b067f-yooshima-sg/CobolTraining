       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KUBM350.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：売上
      *  プログラム名      ：苦情登録・更新（対話）
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    得意先からの苦情を苦情管理ファイル（KUCF210）へ登録し、
      *    調査・対応の経過を更新する画面。処理区分"1"で新規登録
      *    （苦情番号はシステムパラメタKU-NEXT-CLM-NOで採番）、
      *    "2"で苦情番号を指定して内容を呼び出し更新する。対象の
      *    受注番号＋行番号・商品・ロット・運送会社を記録し、分類
      *    ・重要度・担当者・状態を管理する。状態を完了"9"にすると
      *    完了日を記録する。返品・値引で対応する苦情は対応区分を
      *    設定すると、苦情対応申請作成（KUBM355）がＲＭＡ申請・
      *    貸方メモ申請を起こす（申請後は対応区分を変更できない）。
      *    操作者は環境変数KCOPIDで、操作者マスタに無ければ処理
      *    しない。処理区分空白の入力で終了する
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  CLM-FILE  ASSIGN  TO  EXTERNAL  CLM
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CLM-NO.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  SHO-FILE  ASSIGN  TO  EXTERNAL  SHO
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  OPR-FILE  ASSIGN  TO  EXTERNAL  OPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFOPR-USER-ID.
           SELECT  PRM-FILE  ASSIGN  TO  EXTERNAL  PRM
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFPRM-PARM-KEY.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  CLM-FILE.
       01  CLM-REC.
           COPY  KUCF210.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY  KCCFSHO.
       FD  OPR-FILE.
       01  OPR-REC.
           COPY  KCCFOPR.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY  KCCFPRM.
      *
       WORKING-STORAGE             SECTION.
       01  WK-EXIT-FLG              PIC  X(01)  VALUE  SPACE.
       01  ADD-CNT                  PIC S9(9)  COMP-3  VALUE  +0.
       01  UPD-CNT                  PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-MSG                   PIC  X(40)  VALUE  SPACE.
       01  WK-PC-DATE8              PIC  9(08)  VALUE  ZERO.
       01  WK-OPID                  PIC  X(08)  VALUE  SPACE.
       01  WK-ERR-FLG               PIC  X(01)  VALUE  SPACE.
      *    苦情番号の採番（システムパラメタ）
       01  WK-NEXT-CLM-NO           PIC  9(06)  VALUE  ZERO.
       01  WK-PRM-FOUND-FLG         PIC  X(01)  VALUE  SPACE.
      *    画面入力（処理区分・苦情番号）
       01  WK-IN-SHORI-KBN          PIC  X(01)  VALUE  SPACE.
       01  WK-IN-CLM-NO             PIC  9(06)  VALUE  ZERO.
      *    画面入力（苦情内容）
       01  WK-IN-TOKU-COD           PIC  X(04)  VALUE  SPACE.
       01  WK-IN-JUCHU-NO           PIC  9(06)  VALUE  ZERO.
       01  WK-IN-GYO-NO             PIC  9(02)  VALUE  ZERO.
       01  WK-IN-SHOHIN-NO          PIC  X(05)  VALUE  SPACE.
       01  WK-IN-LOT-NO             PIC  X(10)  VALUE  SPACE.
       01  WK-IN-CARRIER-COD        PIC  X(02)  VALUE  SPACE.
       01  WK-IN-BUNRUI-KBN         PIC  X(01)  VALUE  SPACE.
       01  WK-IN-JUDO-KBN           PIC  X(01)  VALUE  SPACE.
       01  WK-IN-TANTO              PIC  X(08)  VALUE  SPACE.
       01  WK-IN-STATUS             PIC  X(01)  VALUE  SPACE.
       01  WK-IN-NAIYO              PIC  X(40)  VALUE  SPACE.
       01  WK-IN-SURYO              PIC  9(05)  VALUE  ZERO.
       01  WK-IN-TAIO-KBN           PIC  X(01)  VALUE  SPACE.
       01  WK-IN-TAIO-KINGAKU       PIC  9(09)  VALUE  ZERO.
      *    表示用（苦情番号・受付日・対応申請日）
       01  WK-DSP-CLM-NO            PIC  9(06)  VALUE  ZERO.
       01  WK-DSP-UKETSUKE-DATE     PIC  9(08)  VALUE  ZERO.
       01  WK-DSP-TAIO-DATE         PIC  9(08)  VALUE  ZERO.
      *
       SCREEN SECTION.
       01  SCR-KEY.
           02  BLANK SCREEN.
           02  LINE 1  COLUMN 1   VALUE  "苦情登録・更新".
           02  LINE 3  COLUMN 1   VALUE  "処理区分(1/2)    : ".
           02  LINE 3  COLUMN 21  PIC  X(01)  USING  WK-IN-SHORI-KBN.
           02  LINE 3  COLUMN 24  VALUE
                "1=新規登録 2=更新 空白=終了".
           02  LINE 4  COLUMN 1   VALUE  "苦情番号(更新時) : ".
           02  LINE 4  COLUMN 21  PIC  9(06)  USING  WK-IN-CLM-NO.
       01  SCR-NAIYO.
           02  BLANK SCREEN.
           02  LINE 1  COLUMN 1   VALUE  "苦情登録・更新".
           02  LINE 2  COLUMN 1   VALUE  "苦情番号         : ".
           02  LINE 2  COLUMN 21  PIC  9(06)  FROM  WK-DSP-CLM-NO.
           02  LINE 2  COLUMN 30  VALUE  "受付日 : ".
           02  LINE 2  COLUMN 40  PIC  9(08)
                                       FROM  WK-DSP-UKETSUKE-DATE.
           02  LINE 3  COLUMN 1   VALUE  "得意先コード     : ".
           02  LINE 3  COLUMN 21  PIC  X(04)  USING  WK-IN-TOKU-COD.
           02  LINE 4  COLUMN 1   VALUE  "受注番号－行     : ".
           02  LINE 4  COLUMN 21  PIC  9(06)  USING  WK-IN-JUCHU-NO.
           02  LINE 4  COLUMN 28  PIC  9(02)  USING  WK-IN-GYO-NO.
           02  LINE 5  COLUMN 1   VALUE  "商品コード       : ".
           02  LINE 5  COLUMN 21  PIC  X(05)  USING  WK-IN-SHOHIN-NO.
           02  LINE 6  COLUMN 1   VALUE  "ロット番号       : ".
           02  LINE 6  COLUMN 21  PIC  X(10)  USING  WK-IN-LOT-NO.
           02  LINE 7  COLUMN 1   VALUE  "運送会社         : ".
           02  LINE 7  COLUMN 21  PIC  X(02)  USING
                                              WK-IN-CARRIER-COD.
           02  LINE 8  COLUMN 1   VALUE  "分類(1-4,9)      : ".
           02  LINE 8  COLUMN 21  PIC  X(01)  USING
                                              WK-IN-BUNRUI-KBN.
           02  LINE 8  COLUMN 24  VALUE
                "1=破損 2=誤品 3=納期遅延 4=品質 9=他".
           02  LINE 9  COLUMN 1   VALUE  "重要度(1-3)      : ".
           02  LINE 9  COLUMN 21  PIC  X(01)  USING  WK-IN-JUDO-KBN.
           02  LINE 9  COLUMN 24  VALUE  "1=重大 2=中 3=軽微".
           02  LINE 10 COLUMN 1   VALUE  "担当者ＩＤ       : ".
           02  LINE 10 COLUMN 21  PIC  X(08)  USING  WK-IN-TANTO.
           02  LINE 11 COLUMN 1   VALUE  "状態(0/1/2/9)    : ".
           02  LINE 11 COLUMN 21  PIC  X(01)  USING  WK-IN-STATUS.
           02  LINE 11 COLUMN 24  VALUE
                "0=受付 1=調査中 2=対応中 9=完了".
           02  LINE 12 COLUMN 1   VALUE  "苦情内容         : ".
           02  LINE 12 COLUMN 21  PIC  X(40)  USING  WK-IN-NAIYO.
           02  LINE 13 COLUMN 1   VALUE  "対象数量         : ".
           02  LINE 13 COLUMN 21  PIC  9(05)  USING  WK-IN-SURYO.
           02  LINE 14 COLUMN 1   VALUE  "対応区分(1/2)    : ".
           02  LINE 14 COLUMN 21  PIC  X(01)  USING  WK-IN-TAIO-KBN.
           02  LINE 14 COLUMN 24  VALUE
                "空白=なし 1=返品(RMA) 2=値引(貸方メモ)".
           02  LINE 15 COLUMN 1   VALUE  "値引金額         : ".
           02  LINE 15 COLUMN 21  PIC  9(09)  USING
                                              WK-IN-TAIO-KINGAKU.
           02  LINE 16 COLUMN 1   VALUE  "対応申請日       : ".
           02  LINE 16 COLUMN 21  PIC  9(08)  FROM  WK-DSP-TAIO-DATE.
       01  SCR-MESSAGE.
           02  LINE 18 COLUMN 1   PIC  X(40)  FROM  WK-MSG.
      *
      ********************************************************
      *    苦情登録・更新（対話）
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  ENTRY-RTN  UNTIL  WK-EXIT-FLG  =  "Y".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *    開始処理（操作者を確認する）
      ********************************************************
       INIT-RTN                    SECTION.
           DISPLAY  "*** KUBM350 START ***".
           OPEN  I-O     CLM-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  INPUT   SHO-FILE.
           OPEN  INPUT   OPR-FILE.
           OPEN  I-O     PRM-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           ACCEPT  WK-OPID  FROM  ENVIRONMENT  "KCOPID".
           MOVE  WK-OPID  TO  CFOPR-USER-ID.
           READ  OPR-FILE
             INVALID  KEY
               DISPLAY  "*** KUBM350 AUTH ERROR OPID="  WK-OPID
               PERFORM  TERM-RTN
               STOP  RUN
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *    入力処理（処理区分・苦情番号を受けて内容画面を出す）
      ********************************************************
       ENTRY-RTN                   SECTION.
           MOVE  SPACE  TO  WK-IN-SHORI-KBN.
           MOVE  ZERO   TO  WK-IN-CLM-NO.
           DISPLAY  SCR-KEY.
           DISPLAY  SCR-MESSAGE.
           ACCEPT   SCR-KEY.
           MOVE  SPACE  TO  WK-MSG.
           EVALUATE  WK-IN-SHORI-KBN
             WHEN  SPACE
               MOVE  "Y"  TO  WK-EXIT-FLG
               GO  TO  EXT
             WHEN  "1"
               PERFORM  SHINKI-SET-RTN
             WHEN  "2"
               MOVE  WK-IN-CLM-NO  TO  CLM-NO
               READ  CLM-FILE
                 INVALID  KEY
                   MOVE  "苦情番号がありません。"  TO  WK-MSG
                   GO  TO  EXT
               END-READ
               PERFORM  KOSHIN-SET-RTN
             WHEN  OTHER
               MOVE  "処理区分は１か２です。"  TO  WK-MSG
               GO  TO  EXT
           END-EVALUATE.
           DISPLAY  SCR-NAIYO.
           ACCEPT   SCR-NAIYO.
           PERFORM  CHECK-RTN.
           IF  WK-ERR-FLG  =  "1"
             GO  TO  EXT
           END-IF.
           IF  WK-IN-SHORI-KBN  =  "1"
             PERFORM  TOROKU-RTN
           ELSE
             PERFORM  KOSHIN-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *    新規画面設定処理（状態は受付）
      ********************************************************
       SHINKI-SET-RTN              SECTION.
           MOVE  SPACE  TO  WK-IN-TOKU-COD     WK-IN-SHOHIN-NO
                            WK-IN-LOT-NO       WK-IN-CARRIER-COD
                            WK-IN-BUNRUI-KBN   WK-IN-JUDO-KBN
                            WK-IN-NAIYO        WK-IN-TAIO-KBN.
           MOVE  ZERO   TO  WK-IN-JUCHU-NO     WK-IN-GYO-NO
                            WK-IN-SURYO        WK-IN-TAIO-KINGAKU
                            WK-DSP-CLM-NO      WK-DSP-TAIO-DATE.
           MOVE  WK-OPID      TO  WK-IN-TANTO.
           MOVE  "0"          TO  WK-IN-STATUS.
           MOVE  WK-PC-DATE8  TO  WK-DSP-UKETSUKE-DATE.
       EXT.
           EXIT.
      ********************************************************
      *    更新画面設定処理（登録済みの内容を呼び出す）
      ********************************************************
       KOSHIN-SET-RTN              SECTION.
           MOVE  CLM-NO             TO  WK-DSP-CLM-NO.
           MOVE  CLM-UKETSUKE-DATE  TO  WK-DSP-UKETSUKE-DATE.
           MOVE  CLM-TAIO-DATE      TO  WK-DSP-TAIO-DATE.
           MOVE  CLM-TOKU-COD       TO  WK-IN-TOKU-COD.
           MOVE  CLM-JUCHU-NO       TO  WK-IN-JUCHU-NO.
           MOVE  CLM-GYO-NO         TO  WK-IN-GYO-NO.
           MOVE  CLM-SHOHIN-NO      TO  WK-IN-SHOHIN-NO.
           MOVE  CLM-LOT-NO         TO  WK-IN-LOT-NO.
           MOVE  CLM-CARRIER-COD    TO  WK-IN-CARRIER-COD.
           MOVE  CLM-BUNRUI-KBN     TO  WK-IN-BUNRUI-KBN.
           MOVE  CLM-JUDO-KBN       TO  WK-IN-JUDO-KBN.
           MOVE  CLM-TANTO          TO  WK-IN-TANTO.
           MOVE  CLM-STATUS         TO  WK-IN-STATUS.
           MOVE  CLM-NAIYO          TO  WK-IN-NAIYO.
           MOVE  CLM-SURYO          TO  WK-IN-SURYO.
           MOVE  CLM-TAIO-KBN       TO  WK-IN-TAIO-KBN.
           MOVE  CLM-TAIO-KINGAKU   TO  WK-IN-TAIO-KINGAKU.
       EXT.
           EXIT.
      ********************************************************
      *    入力チェック処理（最初に見つけた誤りを表示する）
      ********************************************************
       CHECK-RTN                   SECTION.
           MOVE  "1"  TO  WK-ERR-FLG.
           MOVE  WK-IN-TOKU-COD  TO  CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               MOVE  "得意先がありません。"  TO  WK-MSG
               GO  TO  EXT
           END-READ.
           IF  WK-IN-SHOHIN-NO  NOT  =  SPACE
             MOVE  WK-IN-SHOHIN-NO  TO  CFSHO-SHOHIN-NO
             READ  SHO-FILE
               INVALID  KEY
                 MOVE  "商品がありません。"  TO  WK-MSG
                 GO  TO  EXT
             END-READ
           END-IF.
           IF  WK-IN-BUNRUI-KBN  NOT  =  "1"  AND  "2"  AND  "3"
                                    AND  "4"  AND  "9"
             MOVE  "分類が正しくありません。"  TO  WK-MSG
             GO  TO  EXT
           END-IF.
           IF  WK-IN-JUDO-KBN  NOT  =  "1"  AND  "2"  AND  "3"
             MOVE  "重要度が正しくありません。"  TO  WK-MSG
             GO  TO  EXT
           END-IF.
           IF  WK-IN-STATUS  NOT  =  "0"  AND  "1"  AND  "2"  AND  "9"
             MOVE  "状態が正しくありません。"  TO  WK-MSG
             GO  TO  EXT
           END-IF.
           IF  WK-IN-TANTO  NOT  =  SPACE
             MOVE  WK-IN-TANTO  TO  CFOPR-USER-ID
             READ  OPR-FILE
               INVALID  KEY
                 MOVE  "担当者が未登録です。"
                   TO  WK-MSG
                 GO  TO  EXT
             END-READ
           END-IF.
           IF  WK-DSP-TAIO-DATE  NOT  =  ZERO
             AND  WK-IN-TAIO-KBN  NOT  =  CLM-TAIO-KBN
               MOVE  "対応申請済みで変更できません。"
                 TO  WK-MSG
               GO  TO  EXT
           END-IF.
           EVALUATE  WK-IN-TAIO-KBN
             WHEN  SPACE
               CONTINUE
             WHEN  "1"
               IF  WK-IN-JUCHU-NO  =  ZERO
                 OR  WK-IN-SHOHIN-NO  =  SPACE
                 OR  WK-IN-SURYO  =  ZERO
                   MOVE  "返品は受注・商品・数量が必要"
                     TO  WK-MSG
                   GO  TO  EXT
               END-IF
             WHEN  "2"
               IF  WK-IN-JUCHU-NO  =  ZERO
                 OR  WK-IN-TAIO-KINGAKU  =  ZERO
                   MOVE  "値引は受注番号と金額が必要"
                     TO  WK-MSG
                   GO  TO  EXT
               END-IF
             WHEN  OTHER
               MOVE  "対応区分が正しくありません。"
                 TO  WK-MSG
               GO  TO  EXT
           END-EVALUATE.
           MOVE  SPACE  TO  WK-ERR-FLG.
       EXT.
           EXIT.
      ********************************************************
      *    新規登録処理（苦情番号を採番して書き込む）
      ********************************************************
       TOROKU-RTN                  SECTION.
           MOVE  1  TO  WK-NEXT-CLM-NO.
           MOVE  "KU-NEXT-CLM-NO"  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               MOVE  SPACE  TO  WK-PRM-FOUND-FLG
             NOT  INVALID  KEY
               MOVE  "1"  TO  WK-PRM-FOUND-FLG
               IF  CFPRM-VALUE  (1:6)  IS  NUMERIC
                 MOVE  CFPRM-VALUE  (1:6)  TO  WK-NEXT-CLM-NO
               END-IF
           END-READ.
           MOVE  SPACE           TO  CLM-REC.
           MOVE  WK-NEXT-CLM-NO  TO  CLM-NO.
           MOVE  WK-PC-DATE8     TO  CLM-UKETSUKE-DATE.
           MOVE  ZERO            TO  CLM-TAIO-DATE.
           PERFORM  KOMOKU-SET-RTN.
           WRITE  CLM-REC
             INVALID  KEY
               MOVE  "苦情番号が重複しています。"
                 TO  WK-MSG
               GO  TO  EXT
           END-WRITE.
           ADD  +1  TO  ADD-CNT.
           ADD  1   TO  WK-NEXT-CLM-NO.
           MOVE  "KU-NEXT-CLM-NO"  TO  CFPRM-PARM-KEY.
           MOVE  SPACE             TO  CFPRM-VALUE.
           MOVE  WK-NEXT-CLM-NO    TO  CFPRM-VALUE  (1:6).
           MOVE  ZERO              TO  CFPRM-EFF-DATE.
           IF  WK-PRM-FOUND-FLG  =  "1"
             REWRITE  PRM-REC
           ELSE
             WRITE  PRM-REC
           END-IF.
           MOVE  "苦情を登録しました。番号："  TO  WK-MSG.
           MOVE  CLM-NO  TO  WK-MSG  (27:6).
       EXT.
           EXIT.
      ********************************************************
      *    更新処理
      ********************************************************
       KOSHIN-RTN                  SECTION.
           PERFORM  KOMOKU-SET-RTN.
           REWRITE  CLM-REC.
           ADD  +1  TO  UPD-CNT.
           MOVE  "苦情を更新しました。"  TO  WK-MSG.
       EXT.
           EXIT.
      ********************************************************
      *    項目設定処理（完了にした日を完了日とし、完了以外へ
      *    戻した場合は完了日を消す）
      ********************************************************
       KOMOKU-SET-RTN              SECTION.
           MOVE  WK-IN-TOKU-COD       TO  CLM-TOKU-COD.
           MOVE  WK-IN-JUCHU-NO       TO  CLM-JUCHU-NO.
           MOVE  WK-IN-GYO-NO         TO  CLM-GYO-NO.
           MOVE  WK-IN-SHOHIN-NO      TO  CLM-SHOHIN-NO.
           MOVE  WK-IN-LOT-NO         TO  CLM-LOT-NO.
           MOVE  WK-IN-CARRIER-COD    TO  CLM-CARRIER-COD.
           MOVE  WK-IN-BUNRUI-KBN     TO  CLM-BUNRUI-KBN.
           MOVE  WK-IN-JUDO-KBN       TO  CLM-JUDO-KBN.
           MOVE  WK-IN-TANTO          TO  CLM-TANTO.
           MOVE  WK-IN-NAIYO          TO  CLM-NAIYO.
           MOVE  WK-IN-SURYO          TO  CLM-SURYO.
           MOVE  WK-IN-TAIO-KBN       TO  CLM-TAIO-KBN.
           MOVE  WK-IN-TAIO-KINGAKU   TO  CLM-TAIO-KINGAKU.
           IF  WK-IN-STATUS  =  "9"
             IF  CLM-STATUS  NOT  =  "9"
               MOVE  WK-PC-DATE8  TO  CLM-KANRYO-DATE
             END-IF
           ELSE
             MOVE  ZERO  TO  CLM-KANRYO-DATE
           END-IF.
           MOVE  WK-IN-STATUS         TO  CLM-STATUS.
           MOVE  WK-OPID              TO  CLM-KOSHIN-USER.
           MOVE  WK-PC-DATE8          TO  CLM-KOSHIN-DATE.
       EXT.
           EXIT.
      ********************************************************
      *    終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  CLM-FILE  TOK-FILE  SHO-FILE  OPR-FILE  PRM-FILE.
           DISPLAY  "*** ADD-CNT="  ADD-CNT.
           DISPLAY  "*** UPD-CNT="  UPD-CNT.
           DISPLAY  "*** KUBM350  END ***".
       EXT.
           EXIT.
