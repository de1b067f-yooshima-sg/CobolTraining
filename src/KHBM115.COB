       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KHBM115.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：発注
      *  プログラム名      ：仕入見積回答登録（対話）
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    見積依頼書作成（KHBM110）で依頼した仕入見積（KHCF015）
      *    へ、仕入先から返ってきた回答を登録し、採用する見積を
      *    決める画面。処理区分は次のとおり。
      *      "1" 回答  見積単価・諸掛（送料等の総額）・納期
      *                （リードタイム日数）・有効期限を登録し、
      *                着地単価（見積単価＋諸掛÷依頼数量）を
      *                求めて回答済とする
      *      "2" 辞退  仕入先が見積を辞退した
      *      "3" 採用  回答済で有効期限内の見積を採用し、採用
      *                理由区分・採用理由・採用者を記録する。同じ
      *                見積番号の他の見積は不採用とする。理由区分
      *                "1"（着地単価最安）・"2"（納期最短）はその
      *                とおりの見積に限り、着地単価が最安でない
      *                見積の採用は採用理由の入力を必須とする。
      *                採用者は操作者マスタ（KCCFOPR）のリリース
      *                解除権限を持つ者に限る
      *      "4" 取消  見積依頼そのものを取り消し、回答待ち・
      *                回答済の見積をすべて不採用とする
      *    採用した見積は発注書作成（KHBM010）が発注に起こす。
      *    見積番号ゼロの入力で終了する
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  RFQ-FILE  ASSIGN  TO  EXTERNAL  RFQ
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  HF015-KEY.
           SELECT  OPR-FILE  ASSIGN  TO  EXTERNAL  OPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFOPR-USER-ID.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  RFQ-FILE.
       01  RFQ-REC.
           COPY  KHCF015.
       FD  OPR-FILE.
       01  OPR-REC.
           COPY  KCCFOPR.
      *
       WORKING-STORAGE             SECTION.
       01  WK-EXIT-FLG              PIC  X(01)  VALUE  SPACE.
       01  WK-ERR-FLG               PIC  X(01)  VALUE  SPACE.
       01  WK-CMD                   PIC  X(01)  VALUE  SPACE.
       01  WK-MSG                   PIC  X(40)  VALUE  SPACE.
       01  WK-PC-DATE8              PIC  9(08)  VALUE  ZERO.
       01  KAITO-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  JITAI-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  SAIYO-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  TORIKESHI-CNT            PIC S9(9)  COMP-3  VALUE  +0.
       01  FUSAIYO-CNT              PIC S9(9)  COMP-3  VALUE  +0.
           COPY  KCBS010P.
      *    画面入力（処理区分・見積のキー・回答内容・採用理由）
       01  WK-IN-RFQ-NO             PIC  9(06)  VALUE  ZERO.
       01  WK-IN-SHORI-KBN          PIC  X(01)  VALUE  "1".
       01  WK-IN-SIIRE-COD          PIC  X(06)  VALUE  SPACE.
       01  WK-IN-KAITO-DATE         PIC  9(08)  VALUE  ZERO.
       01  WK-IN-TANKA              PIC  9(05)V9(2)  VALUE  ZERO.
       01  WK-IN-SHOKAKARI          PIC  9(07)  VALUE  ZERO.
       01  WK-IN-LEAD-DAYS          PIC  9(03)  VALUE  ZERO.
       01  WK-IN-YUKO-DATE          PIC  9(08)  VALUE  ZERO.
       01  WK-IN-RIYU-KBN           PIC  X(01)  VALUE  SPACE.
       01  WK-IN-RIYU               PIC  X(30)  VALUE  SPACE.
       01  WK-IN-SENTEI-USER        PIC  X(08)  VALUE  SPACE.
      *    確認表示用（商品・依頼数量・着地単価・最安値・最短納期）
       01  WK-DSP-SHOHIN-NO         PIC  X(05)  VALUE  SPACE.
       01  WK-DSP-SHOHIN-MEI        PIC  X(20)  VALUE  SPACE.
       01  WK-DSP-IRAI-SURYO        PIC  9(07)  VALUE  ZERO.
       01  WK-CHAKU-TANKA           PIC S9(05)V9(2)  VALUE  ZERO.
       01  WK-LEAD-DAYS             PIC  9(03)  VALUE  ZERO.
      *    同じ見積番号の見積の比較結果（有効な回答の最安着地単価・
      *    最短納期、件数、採用済の有無（"1"＝採用済あり））
       01  WK-HIKAKU-END-FLG        PIC  X(01)  VALUE  SPACE.
       01  WK-RFQ-KENSU             PIC S9(3)  COMP-3  VALUE  +0.
       01  WK-YUKO-KENSU            PIC S9(3)  COMP-3  VALUE  +0.
       01  WK-MIN-CHAKU             PIC S9(05)V9(2)  VALUE  ZERO.
       01  WK-MIN-LEAD              PIC  9(03)  VALUE  ZERO.
       01  WK-SAIYO-ZUMI            PIC  X(01)  VALUE  SPACE.
      *
       SCREEN SECTION.
       01  SCR-ENTRY.
           02  BLANK SCREEN.
           02  LINE 1  COLUMN 1   VALUE  "仕入見積回答登録".
           02  LINE 3  COLUMN 1   VALUE  "見積番号(0で終了): ".
           02  LINE 3  COLUMN 21  PIC  9(06)  USING  WK-IN-RFQ-NO.
           02  LINE 4  COLUMN 1   VALUE  "処理区分         : ".
           02  LINE 4  COLUMN 21  PIC  X(01)  USING  WK-IN-SHORI-KBN.
           02  LINE 4  COLUMN 24  VALUE  "(1=回答 2=辞退".
           02  LINE 4  COLUMN 38  VALUE  " 3=採用 4=取消)".
           02  LINE 5  COLUMN 1   VALUE  "仕入先コード     : ".
           02  LINE 5  COLUMN 21  PIC  X(06)  USING  WK-IN-SIIRE-COD.
           02  LINE 6  COLUMN 1   VALUE  "回答日(YYYYMMDD) : ".
           02  LINE 6  COLUMN 21  PIC  9(08)  USING  WK-IN-KAITO-DATE.
           02  LINE 7  COLUMN 1   VALUE  "見積単価         : ".
           02  LINE 7  COLUMN 21  PIC  9(05).9(2)
                                              USING  WK-IN-TANKA.
           02  LINE 8  COLUMN 1   VALUE  "諸掛(送料等総額) : ".
           02  LINE 8  COLUMN 21  PIC  9(07)  USING  WK-IN-SHOKAKARI.
           02  LINE 9  COLUMN 1   VALUE  "納期(日数)       : ".
           02  LINE 9  COLUMN 21  PIC  9(03)  USING  WK-IN-LEAD-DAYS.
           02  LINE 10 COLUMN 1   VALUE  "有効期限(8桁)    : ".
           02  LINE 10 COLUMN 21  PIC  9(08)  USING  WK-IN-YUKO-DATE.
           02  LINE 11 COLUMN 1   VALUE  "採用理由区分     : ".
           02  LINE 11 COLUMN 21  PIC  X(01)  USING  WK-IN-RIYU-KBN.
           02  LINE 11 COLUMN 24  VALUE  "(1=最安 2=納期".
           02  LINE 11 COLUMN 38  VALUE  " 3=品質 4=条件 9=他)".
           02  LINE 12 COLUMN 1   VALUE  "採用理由         : ".
           02  LINE 12 COLUMN 21  PIC  X(30)  USING  WK-IN-RIYU.
           02  LINE 13 COLUMN 1   VALUE  "採用者ＩＤ       : ".
           02  LINE 13 COLUMN 21  PIC  X(08)  USING
                                              WK-IN-SENTEI-USER.
       01  SCR-CONFIRM.
           02  LINE 15 COLUMN 1   VALUE  "商品             : ".
           02  LINE 15 COLUMN 21  PIC  X(05)  FROM  WK-DSP-SHOHIN-NO.
           02  LINE 15 COLUMN 27  PIC  X(20)  FROM  WK-DSP-SHOHIN-MEI.
           02  LINE 16 COLUMN 1   VALUE  "依頼数量         : ".
           02  LINE 16 COLUMN 21  PIC  Z,ZZZ,ZZ9
                                              FROM  WK-DSP-IRAI-SURYO.
           02  LINE 17 COLUMN 1   VALUE  "着地単価         : ".
           02  LINE 17 COLUMN 21  PIC  ZZ,ZZ9.99
                                              FROM  WK-CHAKU-TANKA.
           02  LINE 18 COLUMN 1   VALUE  "最安着地単価     : ".
           02  LINE 18 COLUMN 21  PIC  ZZ,ZZ9.99  FROM  WK-MIN-CHAKU.
           02  LINE 18 COLUMN 33  VALUE  "最短納期 : ".
           02  LINE 18 COLUMN 44  PIC  ZZ9  FROM  WK-MIN-LEAD.
           02  LINE 19 COLUMN 1   VALUE  "登録しますか(Y/N): ".
           02  LINE 19 COLUMN 21  PIC  X(01)  USING  WK-CMD.
       01  SCR-MESSAGE.
           02  LINE 21 COLUMN 1   PIC  X(40)  FROM  WK-MSG.
      *
      ********************************************************
      *    仕入見積回答登録（対話）
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
           DISPLAY  "*** KHBM115 START ***".
           OPEN  I-O     RFQ-FILE.
           OPEN  INPUT   OPR-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
       EXT.
           EXIT.
      ********************************************************
      *    入力処理（見積番号ゼロの入力で終了する）
      ********************************************************
       ENTRY-RTN                   SECTION.
           MOVE  SPACE  TO  WK-MSG.
           MOVE  SPACE  TO  WK-CMD.
           DISPLAY  SCR-ENTRY.
           ACCEPT   SCR-ENTRY.
           IF  WK-IN-RFQ-NO  =  ZERO
             MOVE  "Y"  TO  WK-EXIT-FLG
             GO  TO  EXT
           END-IF.
           PERFORM  CHECK-RTN.
           IF  WK-ERR-FLG  =  SPACE
             PERFORM  CONFIRM-RTN
           ELSE
             DISPLAY  SCR-MESSAGE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *    入力チェック処理（処理区分ごとに振り分ける）
      ********************************************************
       CHECK-RTN                   SECTION.
           MOVE  SPACE  TO  WK-ERR-FLG.
           MOVE  SPACE  TO  WK-DSP-SHOHIN-NO  WK-DSP-SHOHIN-MEI.
           MOVE  ZERO   TO  WK-DSP-IRAI-SURYO  WK-CHAKU-TANKA
                            WK-MIN-CHAKU  WK-MIN-LEAD.
           EVALUATE  WK-IN-SHORI-KBN
             WHEN  "1"
               PERFORM  KAITO-CHECK-RTN
             WHEN  "2"
               PERFORM  JITAI-CHECK-RTN
             WHEN  "3"
               PERFORM  SAIYO-CHECK-RTN
             WHEN  "4"
               PERFORM  TORIKESHI-CHECK-RTN
             WHEN  OTHER
               MOVE  "1"  TO  WK-ERR-FLG
               MOVE  "処理区分が不正です。"
                                         TO  WK-MSG
           END-EVALUATE.
       EXT.
           EXIT.
      ********************************************************
      *    見積読込処理（見積番号＋仕入先で読み、確認表示用の
      *    商品・依頼数量を控える）
      ********************************************************
       RFQ-READ-RTN                SECTION.
           MOVE  WK-IN-RFQ-NO     TO  HF015-RFQ-NO.
           MOVE  WK-IN-SIIRE-COD  TO  HF015-SIIRE-COD.
           READ  RFQ-FILE
             INVALID  KEY
               MOVE  "1"  TO  WK-ERR-FLG
               MOVE  "見積依頼がありません。"
                                         TO  WK-MSG
               GO  TO  EXT
           END-READ.
           MOVE  HF015-SHOHIN-NO   TO  WK-DSP-SHOHIN-NO.
           MOVE  HF015-SHOHIN-MEI  TO  WK-DSP-SHOHIN-MEI.
           MOVE  HF015-IRAI-SURYO  TO  WK-DSP-IRAI-SURYO.
       EXT.
           EXIT.
      ********************************************************
      *    回答チェック処理（回答待ち・回答済の見積に限り、回答
      *    内容を確かめて着地単価を求める）
      ********************************************************
       KAITO-CHECK-RTN             SECTION.
           PERFORM  RFQ-READ-RTN.
           IF  WK-ERR-FLG  NOT  =  SPACE
             GO  TO  EXT
           END-IF.
           IF  HF015-STATUS  NOT  =  SPACE
             AND  HF015-STATUS  NOT  =  "1"
               MOVE  "1"  TO  WK-ERR-FLG
               MOVE  "採用・辞退等の済んだ見積です。"
                                         TO  WK-MSG
               GO  TO  EXT
           END-IF.
           IF  WK-IN-TANKA  =  ZERO
             MOVE  "1"  TO  WK-ERR-FLG
             MOVE  "見積単価が未入力です。"
                                         TO  WK-MSG
             GO  TO  EXT
           END-IF.
           IF  WK-IN-KAITO-DATE  NOT  =  ZERO
             MOVE  WK-IN-KAITO-DATE  TO  S010-DATE8
             CALL  "KCBS010"  USING  KCBS010-P1
             IF  S010-RCD  NOT  =  SPACE
               OR  WK-IN-KAITO-DATE  >  WK-PC-DATE8
                 MOVE  "1"  TO  WK-ERR-FLG
                 MOVE  "回答日が不正です。"
                                         TO  WK-MSG
                 GO  TO  EXT
             END-IF
           END-IF.
           IF  WK-IN-YUKO-DATE  NOT  =  ZERO
             MOVE  WK-IN-YUKO-DATE  TO  S010-DATE8
             CALL  "KCBS010"  USING  KCBS010-P1
             IF  S010-RCD  NOT  =  SPACE
               OR  WK-IN-YUKO-DATE  <  WK-PC-DATE8
                 MOVE  "1"  TO  WK-ERR-FLG
                 MOVE  "有効期限が不正です。"
                                         TO  WK-MSG
                 GO  TO  EXT
             END-IF
           END-IF.
           IF  HF015-IRAI-SURYO  =  ZERO
             MOVE  WK-IN-TANKA  TO  WK-CHAKU-TANKA
             GO  TO  EXT
           END-IF.
           COMPUTE  WK-CHAKU-TANKA  ROUNDED  =
                    WK-IN-TANKA  +  WK-IN-SHOKAKARI  /  HF015-IRAI-SURYO
             ON  SIZE  ERROR
               MOVE  "1"  TO  WK-ERR-FLG
               MOVE  "着地単価が桁あふれです。"
                                         TO  WK-MSG
           END-COMPUTE.
       EXT.
           EXIT.
      ********************************************************
      *    辞退チェック処理
      ********************************************************
       JITAI-CHECK-RTN             SECTION.
           PERFORM  RFQ-READ-RTN.
           IF  WK-ERR-FLG  NOT  =  SPACE
             GO  TO  EXT
           END-IF.
           IF  HF015-STATUS  NOT  =  SPACE
             AND  HF015-STATUS  NOT  =  "1"
               MOVE  "1"  TO  WK-ERR-FLG
               MOVE  "採用・辞退等の済んだ見積です。"
                                         TO  WK-MSG
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *    採用チェック処理（回答済で有効期限内の見積に限る。
      *    理由区分と比較結果の整合、採用者の権限を確かめる）
      ********************************************************
       SAIYO-CHECK-RTN             SECTION.
           PERFORM  RFQ-READ-RTN.
           IF  WK-ERR-FLG  NOT  =  SPACE
             GO  TO  EXT
           END-IF.
           IF  HF015-STATUS  NOT  =  "1"
             MOVE  "1"  TO  WK-ERR-FLG
             MOVE  "回答済の見積ではありません。"
                                         TO  WK-MSG
             GO  TO  EXT
           END-IF.
           IF  HF015-YUKO-DATE  NOT  =  ZERO
             AND  HF015-YUKO-DATE  <  WK-PC-DATE8
               MOVE  "1"  TO  WK-ERR-FLG
               MOVE  "有効期限が切れています。"
                                         TO  WK-MSG
               GO  TO  EXT
           END-IF.
           IF  NOT  (WK-IN-RIYU-KBN  =  "1"  OR  "2"  OR  "3"
                                   OR  "4"  OR  "9")
             MOVE  "1"  TO  WK-ERR-FLG
             MOVE  "採用理由区分が不正です。"
                                         TO  WK-MSG
             GO  TO  EXT
           END-IF.
           IF  WK-IN-RIYU-KBN  =  "9"
             AND  WK-IN-RIYU  =  SPACE
               MOVE  "1"  TO  WK-ERR-FLG
               MOVE  "採用理由を入力して下さい。"
                                         TO  WK-MSG
               GO  TO  EXT
           END-IF.
           MOVE  WK-IN-SENTEI-USER  TO  CFOPR-USER-ID.
           READ  OPR-FILE
             INVALID  KEY
               MOVE  SPACE  TO  CFOPR-RELEASE-FLG
           END-READ.
           IF  CFOPR-RELEASE-FLG  NOT  =  "1"
             MOVE  "1"  TO  WK-ERR-FLG
             MOVE  "採用権限がありません。"
                                         TO  WK-MSG
             GO  TO  EXT
           END-IF.
           MOVE  HF015-CHAKU-TANKA  TO  WK-CHAKU-TANKA.
           MOVE  HF015-LEAD-DAYS    TO  WK-LEAD-DAYS.
           PERFORM  HIKAKU-RTN.
           IF  WK-SAIYO-ZUMI  =  "1"
             MOVE  "1"  TO  WK-ERR-FLG
             MOVE  "既に採用済の見積があります。"
                                         TO  WK-MSG
             GO  TO  EXT
           END-IF.
           IF  WK-IN-RIYU-KBN  =  "1"
             AND  WK-CHAKU-TANKA  >  WK-MIN-CHAKU
               MOVE  "1"  TO  WK-ERR-FLG
               MOVE  "着地単価最安ではありません。"
                                         TO  WK-MSG
               GO  TO  EXT
           END-IF.
           IF  WK-IN-RIYU-KBN  =  "2"
             AND  WK-LEAD-DAYS  >  WK-MIN-LEAD
               MOVE  "1"  TO  WK-ERR-FLG
               MOVE  "納期最短の見積ではありません。"
                                         TO  WK-MSG
               GO  TO  EXT
           END-IF.
           IF  WK-CHAKU-TANKA  >  WK-MIN-CHAKU
             AND  WK-IN-RIYU  =  SPACE
               MOVE  "1"  TO  WK-ERR-FLG
               MOVE  "最安以外は採用理由が必要です。"
                                         TO  WK-MSG
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *    依頼取消チェック処理（採用済の見積があれば取り消せ
      *    ない）
      ********************************************************
       TORIKESHI-CHECK-RTN         SECTION.
           PERFORM  HIKAKU-RTN.
           IF  WK-RFQ-KENSU  =  ZERO
             MOVE  "1"  TO  WK-ERR-FLG
             MOVE  "見積依頼がありません。"
                                         TO  WK-MSG
             GO  TO  EXT
           END-IF.
           IF  WK-SAIYO-ZUMI  =  "1"
             MOVE  "1"  TO  WK-ERR-FLG
             MOVE  "採用済の見積は取り消せません。"
                                         TO  WK-MSG
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *    見積比較処理（同じ見積番号の見積を順に読み、採用済の
      *    有無と、有効期限内の回答済見積の最安着地単価・最短納期
      *    を求める）
      ********************************************************
       HIKAKU-RTN                  SECTION.
           MOVE  ZERO   TO  WK-RFQ-KENSU  WK-YUKO-KENSU
                            WK-MIN-CHAKU  WK-MIN-LEAD.
           MOVE  SPACE  TO  WK-SAIYO-ZUMI  WK-HIKAKU-END-FLG.
           MOVE  WK-IN-RFQ-NO  TO  HF015-RFQ-NO.
           MOVE  LOW-VALUE     TO  HF015-SIIRE-COD.
           START  RFQ-FILE  KEY  >=  HF015-KEY
             INVALID  KEY
               GO  TO  EXT
           END-START.
           PERFORM  HIKAKU-READ-RTN  UNTIL  WK-HIKAKU-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *    見積比較読込処理
      ********************************************************
       HIKAKU-READ-RTN             SECTION.
           READ  RFQ-FILE  NEXT
             AT  END
               MOVE  "1"  TO  WK-HIKAKU-END-FLG
               GO  TO  EXT
           END-READ.
           IF  HF015-RFQ-NO  NOT  =  WK-IN-RFQ-NO
             MOVE  "1"  TO  WK-HIKAKU-END-FLG
             GO  TO  EXT
           END-IF.
           ADD  +1  TO  WK-RFQ-KENSU.
           MOVE  HF015-SHOHIN-NO   TO  WK-DSP-SHOHIN-NO.
           MOVE  HF015-SHOHIN-MEI  TO  WK-DSP-SHOHIN-MEI.
           MOVE  HF015-IRAI-SURYO  TO  WK-DSP-IRAI-SURYO.
           IF  HF015-STATUS  =  "9"
             MOVE  "1"  TO  WK-SAIYO-ZUMI
           END-IF.
           IF  HF015-STATUS  NOT  =  "1"
             GO  TO  EXT
           END-IF.
           IF  HF015-YUKO-DATE  NOT  =  ZERO
             AND  HF015-YUKO-DATE  <  WK-PC-DATE8
               GO  TO  EXT
           END-IF.
           ADD  +1  TO  WK-YUKO-KENSU.
           IF  WK-YUKO-KENSU  =  1
             OR  HF015-CHAKU-TANKA  <  WK-MIN-CHAKU
               MOVE  HF015-CHAKU-TANKA  TO  WK-MIN-CHAKU
           END-IF.
           IF  WK-YUKO-KENSU  =  1
             OR  HF015-LEAD-DAYS  <  WK-MIN-LEAD
               MOVE  HF015-LEAD-DAYS    TO  WK-MIN-LEAD
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *    確認処理
      ********************************************************
       CONFIRM-RTN                 SECTION.
           DISPLAY  SCR-CONFIRM.
           ACCEPT   SCR-CONFIRM.
           IF  WK-CMD  =  "Y"  OR  "y"
             PERFORM  KOSHIN-RTN
           ELSE
             MOVE  "登録を取り消しました。"
                                         TO  WK-MSG
           END-IF.
           DISPLAY  SCR-MESSAGE.
       EXT.
           EXIT.
      ********************************************************
      *    更新処理（比較で読み進めた見積を読み直して更新する）
      ********************************************************
       KOSHIN-RTN                  SECTION.
           IF  WK-IN-SHORI-KBN  =  "4"
             PERFORM  FUSAIYO-RTN
             ADD  +1  TO  TORIKESHI-CNT
             MOVE  "見積依頼を取り消しました。"
                                         TO  WK-MSG
             GO  TO  EXT
           END-IF.
           PERFORM  RFQ-READ-RTN.
           IF  WK-ERR-FLG  NOT  =  SPACE
             GO  TO  EXT
           END-IF.
           EVALUATE  WK-IN-SHORI-KBN
             WHEN  "1"
               IF  WK-IN-KAITO-DATE  =  ZERO
                 MOVE  WK-PC-DATE8       TO  HF015-KAITO-DATE
               ELSE
                 MOVE  WK-IN-KAITO-DATE  TO  HF015-KAITO-DATE
               END-IF
               MOVE  WK-IN-TANKA      TO  HF015-MITSU-TANKA
               MOVE  WK-IN-SHOKAKARI  TO  HF015-SHOKAKARI
               MOVE  WK-CHAKU-TANKA   TO  HF015-CHAKU-TANKA
               MOVE  WK-IN-LEAD-DAYS  TO  HF015-LEAD-DAYS
               MOVE  WK-IN-YUKO-DATE  TO  HF015-YUKO-DATE
               MOVE  "1"              TO  HF015-STATUS
               ADD  +1  TO  KAITO-CNT
               MOVE  "回答を登録しました。"
                                         TO  WK-MSG
             WHEN  "2"
               IF  WK-IN-KAITO-DATE  =  ZERO
                 MOVE  WK-PC-DATE8       TO  HF015-KAITO-DATE
               ELSE
                 MOVE  WK-IN-KAITO-DATE  TO  HF015-KAITO-DATE
               END-IF
               MOVE  "2"              TO  HF015-STATUS
               ADD  +1  TO  JITAI-CNT
               MOVE  "辞退を登録しました。"
                                         TO  WK-MSG
             WHEN  "3"
               MOVE  "9"                TO  HF015-STATUS
               MOVE  WK-IN-RIYU-KBN     TO  HF015-RIYU-KBN
               MOVE  WK-IN-RIYU         TO  HF015-RIYU
               MOVE  WK-PC-DATE8        TO  HF015-SENTEI-DATE
               MOVE  WK-IN-SENTEI-USER  TO  HF015-SENTEI-USER
               ADD  +1  TO  SAIYO-CNT
               MOVE  "採用を登録しました。"
                                         TO  WK-MSG
           END-EVALUATE.
           REWRITE  RFQ-REC.
           IF  WK-IN-SHORI-KBN  =  "3"
             PERFORM  FUSAIYO-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *    不採用処理（同じ見積番号の回答待ち・回答済の見積を
      *    不採用とする）
      ********************************************************
       FUSAIYO-RTN                 SECTION.
           MOVE  SPACE  TO  WK-HIKAKU-END-FLG.
           MOVE  WK-IN-RFQ-NO  TO  HF015-RFQ-NO.
           MOVE  LOW-VALUE     TO  HF015-SIIRE-COD.
           START  RFQ-FILE  KEY  >=  HF015-KEY
             INVALID  KEY
               GO  TO  EXT
           END-START.
           PERFORM  FUSAIYO-READ-RTN  UNTIL  WK-HIKAKU-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *    不採用読込・更新処理
      ********************************************************
       FUSAIYO-READ-RTN            SECTION.
           READ  RFQ-FILE  NEXT
             AT  END
               MOVE  "1"  TO  WK-HIKAKU-END-FLG
               GO  TO  EXT
           END-READ.
           IF  HF015-RFQ-NO  NOT  =  WK-IN-RFQ-NO
             MOVE  "1"  TO  WK-HIKAKU-END-FLG
             GO  TO  EXT
           END-IF.
           IF  HF015-STATUS  =  SPACE  OR  "1"
             MOVE  "8"  TO  HF015-STATUS
             REWRITE  RFQ-REC
             ADD  +1  TO  FUSAIYO-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *    終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  RFQ-FILE  OPR-FILE.
           DISPLAY  "*** KAITO-CNT    ="  KAITO-CNT.
           DISPLAY  "*** JITAI-CNT    ="  JITAI-CNT.
           DISPLAY  "*** SAIYO-CNT    ="  SAIYO-CNT.
           DISPLAY  "*** TORIKESHI-CNT="  TORIKESHI-CNT.
           DISPLAY  "*** FUSAIYO-CNT  ="  FUSAIYO-CNT.
           DISPLAY  "*** KHBM115  END ***".
       EXT.
           EXIT.
