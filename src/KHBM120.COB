       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KHBM120.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：発注
      *  プログラム名      ：見積比較表作成
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    仕入見積依頼（KHCF015）を見積番号ごとにまとめ、まだ
      *    発注に起こしていない見積依頼について、各仕入先の回答
      *    を並べて比較する表を印字する。
      *    有効期限内の回答（採用済を含む）を着地単価の安い順、
      *    同額は納期の短い順に順位付けし、その後に期限切れの
      *    回答、回答待ち・辞退・不採用の仕入先を並べる。有効な
      *    回答のうち着地単価最安・納期最短の見積に印を付け、
      *    採用済の見積には採用理由・採用者・採用日を添える。
      *    発注済（発注番号の書き戻された見積がある）の見積依頼
      *    と、取消済（回答待ち・回答済・採用の見積が無い）の
      *    見積依頼は印字しない
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  RFQ-FILE  ASSIGN  TO  EXTERNAL  RFQ
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  HF015-KEY.
           SELECT  SIR-FILE  ASSIGN  TO  EXTERNAL  SIR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSIR-SIIRE-COD.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  RFQ-FILE.
       01  RFQ-REC.
           COPY  KHCF015.
       FD  SIR-FILE.
       01  SIR-REC.
           COPY  KCCFSIR.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE             SECTION.
       01  RFQ-END-FLG            PIC  X(1)          VALUE  "0".
       01  RFQ-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  IRAI-CNT               PIC S9(9)  COMP-3  VALUE  +0.
       01  HYOJI-CNT              PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT       PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    見積番号ブレイク制御（ブレイクで読んだ次の見積を退避）
       01  WK-BREAK-RFQ-NO        PIC  9(06)          VALUE  ZERO.
       01  WK-SAVE-REC            PIC  X(170)         VALUE  SPACE.
      *    見積依頼の状況（発注済の見積あり、回答待ち・回答済・
      *    採用の見積ありのとき、それぞれ"1"）
       01  WK-HACHU-ZUMI          PIC  X(01)          VALUE  SPACE.
       01  WK-KATSUDO-ARI         PIC  X(01)          VALUE  SPACE.
      *    有効な回答の最安着地単価・最短納期
       01  WK-YUKO-CNT            PIC S9(3)  COMP-3  VALUE  +0.
       01  WK-MIN-CHAKU           PIC S9(05)V9(2)     VALUE  ZERO.
       01  WK-MIN-LEAD            PIC  9(03)          VALUE  ZERO.
      *    順位付けキー（区分＋着地単価＋納期＋仕入先。区分は
      *    "0"＝有効な回答、"1"＝期限切れ、"2"＝回答無し）
       01  WK-JUNI-KEY.
         03  WK-JK-KBN            PIC  X(01).
         03  WK-JK-CHAKU          PIC  9(05)V9(2).
         03  WK-JK-LEAD           PIC  9(03).
         03  WK-JK-SIIRE-COD      PIC  X(06).
      *    見積表（１見積番号分の見積と順位付けキー）
       01  WK-MITSU-CNT           PIC S9(3)  COMP-3  VALUE  +0.
       01  WK-MITSU-MAX           PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-MITSU-IDX           PIC S9(3)  COMP-3  VALUE  +0.
       01  WK-MITSU-TBL.
         02  WK-MITSU-ENT         OCCURS  50  TIMES.
           03  WK-M-REC           PIC  X(170).
           03  WK-M-KEY           PIC  X(17).
           03  WK-M-DONE          PIC  X(01).
      *    順位付け（選んだ見積の位置・キー、順位、前行の着地単価）
       01  WK-JUNI-IDX            PIC S9(3)  COMP-3  VALUE  +0.
       01  WK-SEL-IDX             PIC S9(3)  COMP-3  VALUE  +0.
       01  WK-SEL-KEY             PIC  X(17)          VALUE  SPACE.
       01  WK-JUNI-CNT            PIC S9(3)  COMP-3  VALUE  +0.
       01  WK-JUNI                PIC S9(3)  COMP-3  VALUE  +0.
       01  WK-MAE-CHAKU           PIC S9(05)V9(2)     VALUE  ZERO.
       01  WK-CHAKU-GAKU          PIC S9(13)  COMP-3  VALUE  +0.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(16)  VALUE  "見積比較表".
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
         02  FILLER               PIC  X(63)  VALUE  SPACE.
      *  見積依頼見出し
       01  H2-IRAI.
         02  FILLER               PIC  X(8)   VALUE  "見積番号".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H2-RFQ-NO            PIC  9(06).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "商品".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H2-SHOHIN-NO         PIC  X(05).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H2-SHOHIN-MEI        PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "依頼数量".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H2-IRAI-SURYO        PIC  Z,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "依頼日".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H2-IRAI-DATE         PIC  9(08).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "回答期限".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H2-KAITO-KIGEN       PIC  9(08).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "参考単価".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H2-SANKO-TANKA       PIC  ZZ,ZZ9.99.
         02  FILLER               PIC  X(11)  VALUE  SPACE.
      *  小見出し
       01  H3-KOMIDASHI.
         02  FILLER               PIC  X(4)   VALUE  "順位".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "仕入先".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "仕入先名".
         02  FILLER               PIC  X(13)  VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "見積単価".
         02  FILLER               PIC  X(7)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "諸掛".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "着地単価".
         02  FILLER               PIC  X(9)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "着地金額".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "納期".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "有効期限".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "評価".
         02  FILLER               PIC  X(7)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "状態".
         02  FILLER               PIC  X(21)  VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-JUNI              PIC  ZZ9  BLANK  WHEN  ZERO.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SIIRE-COD         PIC  X(06).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-SIIRE-MEI         PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-MITSU-TANKA       PIC  ZZ,ZZ9.99  BLANK  WHEN  ZERO.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHOKAKARI         PIC  Z,ZZZ,ZZ9  BLANK  WHEN  ZERO.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-CHAKU-TANKA       PIC  ZZ,ZZ9.99  BLANK  WHEN  ZERO.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-CHAKU-GAKU        PIC  ZZZ,ZZZ,ZZZ,ZZ9
                                              BLANK  WHEN  ZERO.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-LEAD-DAYS         PIC  ZZ9  BLANK  WHEN  ZERO.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-YUKO-DATE         PIC  X(08).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SAIYASU           PIC  X(04).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-SAITAN            PIC  X(04).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-JOTAI             PIC  X(10).
         02  FILLER               PIC  X(15)  VALUE  SPACE.
      *  採用理由明細（採用済の見積）
       01  D2-SAIYO.
         02  FILLER               PIC  X(11)  VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "採用理由".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D2-RIYU-KBN          PIC  X(16).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D2-RIYU              PIC  X(30).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "採用者".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D2-SENTEI-USER       PIC  X(08).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "採用日".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D2-SENTEI-DATE       PIC  9(08).
         02  FILLER               PIC  X(34)  VALUE  SPACE.
      *
      ********************************************************
      *  見積比較表作成
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  RFQ-READ-RTN.
           PERFORM  IRAI-RTN  UNTIL  RFQ-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KHBM120 START ***".
           OPEN  INPUT   RFQ-FILE.
           OPEN  INPUT   SIR-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
       EXT.
           EXIT.
      ********************************************************
      *  仕入見積依頼入力処理
      ********************************************************
       RFQ-READ-RTN               SECTION.
           READ  RFQ-FILE
             AT  END
               MOVE  "1"  TO  RFQ-END-FLG
             NOT  AT  END
               ADD  +1  TO  RFQ-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  見積依頼処理（１見積番号分の見積を表へ集め、未発注で
      *  取消済でなければ比較表を印字する）
      ********************************************************
       IRAI-RTN                   SECTION.
           ADD  +1  TO  IRAI-CNT.
           MOVE  HF015-RFQ-NO  TO  WK-BREAK-RFQ-NO.
           MOVE  ZERO   TO  WK-MITSU-CNT  WK-YUKO-CNT
                            WK-MIN-CHAKU  WK-MIN-LEAD.
           MOVE  SPACE  TO  WK-HACHU-ZUMI  WK-KATSUDO-ARI.
           PERFORM  SHUSHU-RTN
             UNTIL  RFQ-END-FLG  =  "1"
                OR  HF015-RFQ-NO  NOT  =  WK-BREAK-RFQ-NO.
           IF  WK-HACHU-ZUMI  =  "1"
             OR  WK-KATSUDO-ARI  =  SPACE
               GO  TO  EXT
           END-IF.
           MOVE  RFQ-REC  TO  WK-SAVE-REC.
           PERFORM  HYOJI-RTN.
           MOVE  WK-SAVE-REC  TO  RFQ-REC.
       EXT.
           EXIT.
      ********************************************************
      *  見積収集処理（見積を表へ取り込み、順位付けキーを作る。
      *  有効な回答から最安着地単価・最短納期を求める）
      ********************************************************
       SHUSHU-RTN                 SECTION.
           IF  HF015-PO-NO  NOT  =  ZERO
             MOVE  "1"  TO  WK-HACHU-ZUMI
           END-IF.
           IF  HF015-STATUS  =  SPACE  OR  "1"  OR  "9"
             MOVE  "1"  TO  WK-KATSUDO-ARI
           END-IF.
           IF  WK-MITSU-CNT  NOT  <  WK-MITSU-MAX
             GO  TO  NEXT-READ
           END-IF.
           MOVE  "2"                TO  WK-JK-KBN.
           MOVE  ZERO               TO  WK-JK-CHAKU  WK-JK-LEAD.
           MOVE  HF015-SIIRE-COD    TO  WK-JK-SIIRE-COD.
           IF  HF015-STATUS  =  "1"  OR  "9"
             MOVE  HF015-CHAKU-TANKA  TO  WK-JK-CHAKU
             MOVE  HF015-LEAD-DAYS    TO  WK-JK-LEAD
             IF  HF015-STATUS  =  "1"
               AND  HF015-YUKO-DATE  NOT  =  ZERO
               AND  HF015-YUKO-DATE  <  WK-PC-DATE8
                 MOVE  "1"  TO  WK-JK-KBN
             ELSE
                 MOVE  "0"  TO  WK-JK-KBN
             END-IF
           END-IF.
           IF  WK-JK-KBN  =  "0"
             ADD  +1  TO  WK-YUKO-CNT
             IF  WK-YUKO-CNT  =  1
               OR  HF015-CHAKU-TANKA  <  WK-MIN-CHAKU
                 MOVE  HF015-CHAKU-TANKA  TO  WK-MIN-CHAKU
             END-IF
             IF  WK-YUKO-CNT  =  1
               OR  HF015-LEAD-DAYS  <  WK-MIN-LEAD
                 MOVE  HF015-LEAD-DAYS    TO  WK-MIN-LEAD
             END-IF
           END-IF.
           ADD  +1  TO  WK-MITSU-CNT.
           MOVE  RFQ-REC      TO  WK-M-REC   (WK-MITSU-CNT).
           MOVE  WK-JUNI-KEY  TO  WK-M-KEY   (WK-MITSU-CNT).
           MOVE  SPACE        TO  WK-M-DONE  (WK-MITSU-CNT).
       NEXT-READ.
           PERFORM  RFQ-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  比較表印字処理（見出しの後、順位付けキーの小さい見積
      *  から順に印字する。頁に収まらなければ改頁する）
      ********************************************************
       HYOJI-RTN                  SECTION.
           ADD  +1  TO  HYOJI-CNT.
           IF  LINE-CNT  +  WK-MITSU-CNT  +  4  >  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  WK-M-REC  (1)  TO  RFQ-REC.
           MOVE  HF015-RFQ-NO       TO  H2-RFQ-NO.
           MOVE  HF015-SHOHIN-NO    TO  H2-SHOHIN-NO.
           MOVE  HF015-SHOHIN-MEI   TO  H2-SHOHIN-MEI.
           MOVE  HF015-IRAI-SURYO   TO  H2-IRAI-SURYO.
           MOVE  HF015-IRAI-DATE    TO  H2-IRAI-DATE.
           MOVE  HF015-KAITO-KIGEN  TO  H2-KAITO-KIGEN.
           MOVE  HF015-SANKO-TANKA  TO  H2-SANKO-TANKA.
           MOVE  H2-IRAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  H3-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +3  TO  LINE-CNT.
           MOVE  ZERO  TO  WK-JUNI-CNT  WK-JUNI  WK-MAE-CHAKU.
           PERFORM  JUNI-RTN
             VARYING  WK-JUNI-IDX  FROM  1  BY  1
               UNTIL  WK-JUNI-IDX  >  WK-MITSU-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  順位付け処理（未印字の見積からキーの最も小さいものを
      *  選んで印字する）
      ********************************************************
       JUNI-RTN                   SECTION.
           MOVE  ZERO        TO  WK-SEL-IDX.
           MOVE  HIGH-VALUE  TO  WK-SEL-KEY.
           PERFORM  SENTAKU-RTN
             VARYING  WK-MITSU-IDX  FROM  1  BY  1
               UNTIL  WK-MITSU-IDX  >  WK-MITSU-CNT.
           IF  WK-SEL-IDX  =  ZERO
             GO  TO  EXT
           END-IF.
           MOVE  "1"  TO  WK-M-DONE  (WK-SEL-IDX).
           MOVE  WK-M-REC  (WK-SEL-IDX)  TO  RFQ-REC.
           MOVE  WK-SEL-KEY  TO  WK-JUNI-KEY.
           PERFORM  MEISAI-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  見積選択処理
      ********************************************************
       SENTAKU-RTN                SECTION.
           IF  WK-M-DONE  (WK-MITSU-IDX)  =  SPACE
             AND  WK-M-KEY  (WK-MITSU-IDX)  <  WK-SEL-KEY
               MOVE  WK-MITSU-IDX  TO  WK-SEL-IDX
               MOVE  WK-M-KEY  (WK-MITSU-IDX)  TO  WK-SEL-KEY
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  明細印字処理（有効な回答に順位を付け、着地単価の同じ
      *  見積は同順位とする）
      ********************************************************
       MEISAI-RTN                 SECTION.
           MOVE  ZERO  TO  D1-JUNI.
           MOVE  SPACE  TO  D1-SAIYASU  D1-SAITAN.
           IF  WK-JK-KBN  =  "0"
             ADD  +1  TO  WK-JUNI-CNT
             IF  WK-JUNI-CNT  =  1
               OR  HF015-CHAKU-TANKA  NOT  =  WK-MAE-CHAKU
                 MOVE  WK-JUNI-CNT  TO  WK-JUNI
             END-IF
             MOVE  HF015-CHAKU-TANKA  TO  WK-MAE-CHAKU
             MOVE  WK-JUNI  TO  D1-JUNI
             IF  HF015-CHAKU-TANKA  =  WK-MIN-CHAKU
               MOVE  "最安"  TO  D1-SAIYASU
             END-IF
             IF  HF015-LEAD-DAYS  =  WK-MIN-LEAD
               MOVE  "最短"  TO  D1-SAITAN
             END-IF
           END-IF.
           MOVE  HF015-SIIRE-COD  TO  D1-SIIRE-COD.
           MOVE  HF015-SIIRE-COD  TO  CFSIR-SIIRE-COD.
           READ  SIR-FILE
             INVALID  KEY
               MOVE  SPACE  TO  CFSIR-SIIRE-MEI
           END-READ.
           MOVE  CFSIR-SIIRE-MEI  TO  D1-SIIRE-MEI.
           MOVE  ZERO  TO  WK-CHAKU-GAKU.
           IF  HF015-STATUS  =  "1"  OR  "9"
             COMPUTE  WK-CHAKU-GAKU  ROUNDED  =
                      HF015-CHAKU-TANKA  *  HF015-IRAI-SURYO
             MOVE  HF015-MITSU-TANKA  TO  D1-MITSU-TANKA
             MOVE  HF015-SHOKAKARI    TO  D1-SHOKAKARI
             MOVE  HF015-CHAKU-TANKA  TO  D1-CHAKU-TANKA
             MOVE  HF015-LEAD-DAYS    TO  D1-LEAD-DAYS
           ELSE
             MOVE  ZERO  TO  D1-MITSU-TANKA  D1-SHOKAKARI
                             D1-CHAKU-TANKA  D1-LEAD-DAYS
           END-IF.
           MOVE  WK-CHAKU-GAKU  TO  D1-CHAKU-GAKU.
           IF  HF015-YUKO-DATE  =  ZERO
             MOVE  SPACE  TO  D1-YUKO-DATE
           ELSE
             MOVE  HF015-YUKO-DATE  TO  D1-YUKO-DATE
           END-IF.
           EVALUATE  HF015-STATUS
             WHEN  SPACE
               MOVE  "回答待ち"  TO  D1-JOTAI
             WHEN  "1"
               IF  WK-JK-KBN  =  "1"
                 MOVE  "期限切れ"  TO  D1-JOTAI
               ELSE
                 MOVE  "回答済"    TO  D1-JOTAI
               END-IF
             WHEN  "2"
               MOVE  "辞退"      TO  D1-JOTAI
             WHEN  "8"
               MOVE  "不採用"    TO  D1-JOTAI
             WHEN  "9"
               MOVE  "採用"      TO  D1-JOTAI
             WHEN  OTHER
               MOVE  SPACE       TO  D1-JOTAI
           END-EVALUATE.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
           IF  HF015-STATUS  =  "9"
             PERFORM  SAIYO-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  採用理由印字処理
      ********************************************************
       SAIYO-RTN                  SECTION.
           EVALUATE  HF015-RIYU-KBN
             WHEN  "1"
               MOVE  "着地単価最安"    TO  D2-RIYU-KBN
             WHEN  "2"
               MOVE  "納期最短"        TO  D2-RIYU-KBN
             WHEN  "3"
               MOVE  "品質・納入実績"  TO  D2-RIYU-KBN
             WHEN  "4"
               MOVE  "取引条件"        TO  D2-RIYU-KBN
             WHEN  OTHER
               MOVE  "その他"          TO  D2-RIYU-KBN
           END-EVALUATE.
           MOVE  HF015-RIYU          TO  D2-RIYU.
           MOVE  HF015-SENTEI-USER   TO  D2-SENTEI-USER.
           MOVE  HF015-SENTEI-DATE   TO  D2-SENTEI-DATE.
           MOVE  D2-SAIYO  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
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
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  RFQ-FILE  SIR-FILE  OEF-FILE.
           DISPLAY  "*** RFQ-CNT  ="  RFQ-CNT.
           DISPLAY  "*** IRAI-CNT ="  IRAI-CNT.
           DISPLAY  "*** HYOJI-CNT="  HYOJI-CNT.
           DISPLAY  "*** KHBM120  END ***".
       EXT.
           EXIT.
