       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KHBM110.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：発注
      *  プログラム名      ：見積依頼書作成
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    発注推奨データ（KHCF005）のうち購買担当が承認フラグ
      *    を立てた行で、推奨発注数量×参考単価（発注書作成と
      *    同じく仕入先別取扱商品マスタ（KCCFSPR）の主力行、無け
      *    れば先頭行の単価）が見積依頼金額（システムパラメタ
      *    KH-RFQ-GAKU、既定１，０００，０００円。ゼロは見積依頼
      *    を行わない）以上の行について、見積番号を採番し、その
      *    商品を扱う取引中の仕入先全社へ仕入見積依頼（KHCF015）
      *    を書き出して仕入先ごとの見積依頼書を印字する。この行
      *    は発注書作成（KHBM010）では発注せず、仕入見積回答登録
      *    （KHBM115）で採用された見積から発注する。
      *    回答期限は依頼日＋KH-RFQ-DAYS（既定７日）。見積依頼
      *    中（回答待ち・回答済、または採用済で未発注）の見積が
      *    ある商品は重ねて依頼せず、取引中の仕入先が無い商品と
      *    ともに見積依頼書に先立つ先頭頁の例外欄へ印字する。
      *    見積番号はKH-NEXT-RFQ-NOで採番し、使用した分を書き
      *    戻す
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  HSF-FILE  ASSIGN  TO  EXTERNAL  HSF.
           SELECT  SPR-FILE  ASSIGN  TO  EXTERNAL  SPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  CFSPR-KEY.
           SELECT  SIR-FILE  ASSIGN  TO  EXTERNAL  SIR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSIR-SIIRE-COD.
           SELECT  RFQ-FILE  ASSIGN  TO  EXTERNAL  RFQ
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  HF015-KEY.
           SELECT  PRM-FILE  ASSIGN  TO  EXTERNAL  PRM
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFPRM-PARM-KEY.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  HSF-FILE.
       01  HSF-REC.
           COPY  KHCF005.
       FD  SPR-FILE.
       01  SPR-REC.
           COPY  KCCFSPR.
       FD  SIR-FILE.
       01  SIR-REC.
           COPY  KCCFSIR.
       FD  RFQ-FILE.
       01  RFQ-REC.
           COPY  KHCF015.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY  KCCFPRM.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE             SECTION.
       01  HSF-END-FLG            PIC  X(1)          VALUE  "0".
       01  SPR-END-FLG            PIC  X(1)          VALUE  "0".
       01  RFQ-END-FLG            PIC  X(1)          VALUE  "0".
       01  HSF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  SHONIN-CNT             PIC S9(9)  COMP-3  VALUE  +0.
       01  IRAI-CNT               PIC S9(9)  COMP-3  VALUE  +0.
       01  RFQ-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  EXC-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    採番用（システムパラメタマスタから読み、使用分を戻す）
       01  WK-NEXT-RFQ-NO         PIC  9(06)          VALUE  1.
       01  WK-PRM-FOUND-FLG       PIC  X(01)          VALUE  SPACE.
       01  WK-RFQ-NO              PIC  9(06)          VALUE  ZERO.
      *    見積依頼金額（KH-RFQ-GAKU）・回答日数（KH-RFQ-DAYS）
       01  WK-RFQ-GAKU            PIC  9(09)          VALUE  1000000.
       01  WK-RFQ-DAYS            PIC  9(03)          VALUE  7.
       01  WK-KAITO-KIGEN         PIC  9(08)          VALUE  ZERO.
       01  WK-DATE-INT            PIC  9(08)          VALUE  ZERO.
      *    推奨行の金額（推奨発注数量×参考単価）
       01  WK-SUISHO-GAKU         PIC S9(13)  COMP-3  VALUE  +0.
      *    取扱仕入先表（取扱商品マスタの行。主力行または先頭行の
      *    単価を参考単価とする）
       01  WK-SANKO-TANKA         PIC S9(05)V9(2)     VALUE  ZERO.
       01  WK-SANKO-FLG           PIC  X(01)          VALUE  SPACE.
       01  WK-TORI-CNT            PIC S9(3)  COMP-3  VALUE  +0.
       01  WK-TORI-MAX            PIC S9(3)  COMP-3  VALUE  +30.
       01  WK-TORI-IDX            PIC S9(3)  COMP-3  VALUE  +0.
       01  WK-TORI-TBL.
         02  WK-TORI-ENT          OCCURS  30  TIMES.
           03  WK-TORI-SIIRE-COD  PIC  X(06).
           03  WK-TORI-TANKA      PIC S9(05)V9(2).
      *    取引中の仕入先の数（依頼先の数）
       01  WK-IRAI-SAKI-CNT       PIC S9(3)  COMP-3  VALUE  +0.
      *    見積依頼中の商品表（重複依頼の防止）
       01  WK-SHINKO-CNT          PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-SHINKO-MAX          PIC S9(5)  COMP-3  VALUE  +2000.
       01  WK-SHINKO-IDX          PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-SHINKO-HIT          PIC  X(01)          VALUE  SPACE.
       01  WK-SRCH-SHOHIN-NO      PIC  X(05)          VALUE  SPACE.
       01  WK-SHINKO-TBL.
         02  WK-SHINKO-SHOHIN-NO  PIC  X(05)
                                  OCCURS  2000  TIMES.
      *    例外理由（見積依頼できなかった推奨行の印字用）
       01  WK-EXC-RIYU            PIC  X(20)          VALUE  SPACE.
      *  大見出し（見積依頼書ヘッダ）
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(16)  VALUE  "見積依頼書".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "DATE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-DATE              PIC  9(08).
         02  FILLER               PIC  X(77)  VALUE  SPACE.
      *  仕入先見出し
       01  H2-SIIRE.
         02  FILLER               PIC  X(8)   VALUE  "見積番号".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H2-RFQ-NO            PIC  9(06).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "仕入先".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H2-SIIRE-COD         PIC  X(06).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H2-SIIRE-MEI         PIC  X(20).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "回答期限".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H2-KAITO-KIGEN       PIC  9(08).
         02  FILLER               PIC  X(63)  VALUE  SPACE.
      *  小見出し
       01  H3-KOMIDASHI.
         02  FILLER               PIC  X(8)   VALUE  "商品番号".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "商品名".
         02  FILLER               PIC  X(16)  VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "依頼数量".
         02  FILLER               PIC  X(95)  VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  D1-SHOHIN-MEI        PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SURYO             PIC  Z,ZZZ,ZZ9.
         02  FILLER               PIC  X(94)  VALUE  SPACE.
      *  回答欄
       01  D3-KAITO-1.
         02  FILLER               PIC  X(36)  VALUE
              "上記について下記の項目をご記入の".
         02  FILLER               PIC  X(40)  VALUE
              "うえ回答期限までにご回答ください。".
         02  FILLER               PIC  X(59)  VALUE  SPACE.
       01  D3-KAITO-2.
         02  FILLER               PIC  X(40)  VALUE
              "  見積単価（基本単位あたり）　：".
         02  FILLER               PIC  X(20)  VALUE  ALL  "＿".
         02  FILLER               PIC  X(75)  VALUE  SPACE.
       01  D3-KAITO-3.
         02  FILLER               PIC  X(40)  VALUE
              "  諸掛（送料等の総額）　　　　：".
         02  FILLER               PIC  X(20)  VALUE  ALL  "＿".
         02  FILLER               PIC  X(75)  VALUE  SPACE.
       01  D3-KAITO-4.
         02  FILLER               PIC  X(40)  VALUE
              "  納期（受注後の日数）　　　　：".
         02  FILLER               PIC  X(20)  VALUE  ALL  "＿".
         02  FILLER               PIC  X(75)  VALUE  SPACE.
       01  D3-KAITO-5.
         02  FILLER               PIC  X(40)  VALUE
              "  見積有効期限　　　　　　　　：".
         02  FILLER               PIC  X(20)  VALUE  ALL  "＿".
         02  FILLER               PIC  X(75)  VALUE  SPACE.
      *  例外明細（見積依頼できなかった推奨行）
       01  D2-EXC.
         02  FILLER               PIC  X(8)   VALUE  "＊例外＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  D2-SHOHIN-MEI        PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-RIYU              PIC  X(20).
         02  FILLER               PIC  X(73)  VALUE  SPACE.
      *
      ********************************************************
      *  見積依頼書作成
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  HSF-READ-RTN.
           PERFORM  SENBETU-RTN  UNTIL  HSF-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（見積番号の採番元と見積依頼金額を読み、見積
      *  依頼中の商品を表へ取り込む）
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KHBM110 START ***".
           OPEN  INPUT   HSF-FILE.
           OPEN  INPUT   SPR-FILE.
           OPEN  INPUT   SIR-FILE.
           OPEN  I-O     RFQ-FILE.
           OPEN  I-O     PRM-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           MOVE  "KH-RFQ-GAKU"  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  (CFPRM-EFF-DATE  =  ZERO
                    OR  CFPRM-EFF-DATE  <=  WK-PC-DATE8)
                 AND  CFPRM-VALUE  (1:9)  IS  NUMERIC
                   MOVE  CFPRM-VALUE  (1:9)  TO  WK-RFQ-GAKU
               END-IF
           END-READ.
           MOVE  "KH-RFQ-DAYS"  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  (CFPRM-EFF-DATE  =  ZERO
                    OR  CFPRM-EFF-DATE  <=  WK-PC-DATE8)
                 AND  CFPRM-VALUE  (1:3)  IS  NUMERIC
                   MOVE  CFPRM-VALUE  (1:3)  TO  WK-RFQ-DAYS
               END-IF
           END-READ.
           COMPUTE  WK-DATE-INT  =
                    FUNCTION  INTEGER-OF-DATE  (WK-PC-DATE8)
                    +  WK-RFQ-DAYS.
           COMPUTE  WK-KAITO-KIGEN  =
                    FUNCTION  DATE-OF-INTEGER  (WK-DATE-INT).
           MOVE  "KH-NEXT-RFQ-NO"  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               MOVE  SPACE  TO  WK-PRM-FOUND-FLG
             NOT  INVALID  KEY
               MOVE  "1"  TO  WK-PRM-FOUND-FLG
               IF  CFPRM-VALUE  (1:6)  IS  NUMERIC
                 MOVE  CFPRM-VALUE  (1:6)  TO  WK-NEXT-RFQ-NO
               END-IF
           END-READ.
           MOVE  ZERO  TO  HF015-RFQ-NO.
           MOVE  LOW-VALUE  TO  HF015-SIIRE-COD.
           START  RFQ-FILE  KEY  >=  HF015-KEY
             INVALID  KEY
               MOVE  "1"  TO  RFQ-END-FLG
           END-START.
           PERFORM  SHINKO-LOAD-RTN  UNTIL  RFQ-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  見積依頼中商品取り込み処理（回答待ち・回答済、または
      *  採用済で未発注の見積の商品）
      ********************************************************
       SHINKO-LOAD-RTN            SECTION.
           READ  RFQ-FILE  NEXT
             AT  END
               MOVE  "1"  TO  RFQ-END-FLG
               GO  TO  EXT
           END-READ.
           IF  HF015-STATUS  =  SPACE  OR  "1"
             OR  (HF015-STATUS  =  "9"  AND  HF015-PO-NO  =  ZERO)
               MOVE  HF015-SHOHIN-NO  TO  WK-SRCH-SHOHIN-NO
               PERFORM  SHINKO-TOROKU-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  見積依頼中商品登録処理（登録済みの商品は重ねない）
      ********************************************************
       SHINKO-TOROKU-RTN          SECTION.
           PERFORM  SHINKO-SRCH-RTN.
           IF  WK-SHINKO-HIT  =  "1"
             GO  TO  EXT
           END-IF.
           IF  WK-SHINKO-CNT  <  WK-SHINKO-MAX
             ADD  +1  TO  WK-SHINKO-CNT
             MOVE  WK-SRCH-SHOHIN-NO  TO
                   WK-SHINKO-SHOHIN-NO  (WK-SHINKO-CNT)
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  見積依頼中商品検索処理（見つかればWK-SHINKO-HITが"1"）
      ********************************************************
       SHINKO-SRCH-RTN            SECTION.
           MOVE  SPACE  TO  WK-SHINKO-HIT.
           PERFORM  SHINKO-HIKAKU-RTN
             VARYING  WK-SHINKO-IDX  FROM  1  BY  1
               UNTIL  WK-SHINKO-IDX  >  WK-SHINKO-CNT
                  OR  WK-SHINKO-HIT  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  見積依頼中商品比較処理
      ********************************************************
       SHINKO-HIKAKU-RTN          SECTION.
           IF  WK-SHINKO-SHOHIN-NO  (WK-SHINKO-IDX)
                 =  WK-SRCH-SHOHIN-NO
             MOVE  "1"  TO  WK-SHINKO-HIT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  発注推奨データ入力処理
      ********************************************************
       HSF-READ-RTN               SECTION.
           READ  HSF-FILE
             AT  END
               MOVE  "1"  TO  HSF-END-FLG
             NOT  AT  END
               ADD  +1  TO  HSF-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  選別処理（承認済みで見積依頼金額以上の推奨行を見積依頼
      *  へ回す。取扱商品マスタに無い商品は発注書作成が例外と
      *  するため、ここでは扱わない）
      ********************************************************
       SENBETU-RTN                SECTION.
           IF  HF005-APPROVE-FLG  NOT  =  "1"
             OR  WK-RFQ-GAKU  =  ZERO
               GO  TO  NEXT-READ
           END-IF.
           ADD  +1  TO  SHONIN-CNT.
           PERFORM  TORI-SIIRE-RTN.
           IF  WK-SANKO-FLG  =  SPACE
             GO  TO  NEXT-READ
           END-IF.
           COMPUTE  WK-SUISHO-GAKU  =
                    HF005-SUISHO-SURYO  *  WK-SANKO-TANKA.
           IF  WK-SUISHO-GAKU  <  WK-RFQ-GAKU
             GO  TO  NEXT-READ
           END-IF.
           MOVE  HF005-SHOHIN-NO  TO  WK-SRCH-SHOHIN-NO.
           PERFORM  SHINKO-SRCH-RTN.
           IF  WK-SHINKO-HIT  =  "1"
             MOVE  "見積依頼中"  TO  WK-EXC-RIYU
             PERFORM  EXC-PRINT-RTN
             GO  TO  NEXT-READ
           END-IF.
           MOVE  ZERO  TO  WK-IRAI-SAKI-CNT.
           PERFORM  KATSUDO-CHK-RTN
             VARYING  WK-TORI-IDX  FROM  1  BY  1
               UNTIL  WK-TORI-IDX  >  WK-TORI-CNT.
           IF  WK-IRAI-SAKI-CNT  =  ZERO
             MOVE  "取引中仕入先無し"  TO  WK-EXC-RIYU
             PERFORM  EXC-PRINT-RTN
             GO  TO  NEXT-READ
           END-IF.
           MOVE  WK-NEXT-RFQ-NO  TO  WK-RFQ-NO.
           ADD   +1              TO  WK-NEXT-RFQ-NO.
           ADD   +1              TO  IRAI-CNT.
           PERFORM  IRAI-RTN
             VARYING  WK-TORI-IDX  FROM  1  BY  1
               UNTIL  WK-TORI-IDX  >  WK-TORI-CNT.
           PERFORM  SHINKO-TOROKU-RTN.
       NEXT-READ.
           PERFORM  HSF-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  取扱仕入先収集処理（仕入先別取扱商品マスタを商品番号で
      *  順読みして取扱仕入先を表へ集め、主力行、無ければ先頭行
      *  の単価を参考単価とする）
      ********************************************************
       TORI-SIIRE-RTN             SECTION.
           MOVE  ZERO   TO  WK-TORI-CNT.
           MOVE  ZERO   TO  WK-SANKO-TANKA.
           MOVE  SPACE  TO  WK-SANKO-FLG.
           MOVE  "0"    TO  SPR-END-FLG.
           MOVE  HF005-SHOHIN-NO  TO  CFSPR-SHOHIN-NO.
           MOVE  LOW-VALUE        TO  CFSPR-SIIRE-COD.
           START  SPR-FILE  KEY  >=  CFSPR-KEY
             INVALID  KEY
               MOVE  "1"  TO  SPR-END-FLG
           END-START.
           PERFORM  SPR-SCAN-RTN  UNTIL  SPR-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  仕入先別取扱商品順次走査処理
      ********************************************************
       SPR-SCAN-RTN               SECTION.
           READ  SPR-FILE  NEXT
             AT  END
               MOVE  "1"  TO  SPR-END-FLG
               GO  TO  EXT
           END-READ.
           IF  CFSPR-SHOHIN-NO  NOT  =  HF005-SHOHIN-NO
             MOVE  "1"  TO  SPR-END-FLG
             GO  TO  EXT
           END-IF.
           IF  WK-SANKO-FLG  =  SPACE
             OR  CFSPR-PRIMARY-FLG  =  "1"
               MOVE  CFSPR-SIIRE-TANKA  TO  WK-SANKO-TANKA
               IF  CFSPR-PRIMARY-FLG  =  "1"
                 MOVE  "P"  TO  WK-SANKO-FLG
               ELSE
                 MOVE  "1"  TO  WK-SANKO-FLG
               END-IF
           END-IF.
           IF  WK-TORI-CNT  <  WK-TORI-MAX
             ADD  +1  TO  WK-TORI-CNT
             MOVE  CFSPR-SIIRE-COD    TO
                   WK-TORI-SIIRE-COD  (WK-TORI-CNT)
             MOVE  CFSPR-SIIRE-TANKA  TO
                   WK-TORI-TANKA      (WK-TORI-CNT)
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  取引中仕入先確認処理（仕入先マスタに無い・停止中の
      *  仕入先は依頼先から外す）
      ********************************************************
       KATSUDO-CHK-RTN            SECTION.
           MOVE  WK-TORI-SIIRE-COD  (WK-TORI-IDX)  TO  CFSIR-SIIRE-COD.
           READ  SIR-FILE
             INVALID  KEY
               MOVE  SPACE  TO  WK-TORI-SIIRE-COD  (WK-TORI-IDX)
               GO  TO  EXT
           END-READ.
           IF  CFSIR-ACTIVE-FLG  NOT  =  "1"
             MOVE  SPACE  TO  WK-TORI-SIIRE-COD  (WK-TORI-IDX)
             GO  TO  EXT
           END-IF.
           ADD  +1  TO  WK-IRAI-SAKI-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  見積依頼処理（取引中の仕入先１社分の依頼を書き出して
      *  見積依頼書を印字する）
      ********************************************************
       IRAI-RTN                   SECTION.
           IF  WK-TORI-SIIRE-COD  (WK-TORI-IDX)  =  SPACE
             GO  TO  EXT
           END-IF.
           MOVE  WK-TORI-SIIRE-COD  (WK-TORI-IDX)  TO  CFSIR-SIIRE-COD.
           READ  SIR-FILE
             INVALID  KEY
               GO  TO  EXT
           END-READ.
           MOVE  SPACE                  TO  RFQ-REC.
           MOVE  WK-RFQ-NO              TO  HF015-RFQ-NO.
           MOVE  CFSIR-SIIRE-COD        TO  HF015-SIIRE-COD.
           MOVE  HF005-SHOHIN-NO        TO  HF015-SHOHIN-NO.
           MOVE  HF005-SHOHIN-MEI       TO  HF015-SHOHIN-MEI.
           MOVE  HF005-SUISHO-SURYO     TO  HF015-IRAI-SURYO.
           MOVE  WK-PC-DATE8            TO  HF015-IRAI-DATE.
           MOVE  WK-KAITO-KIGEN         TO  HF015-KAITO-KIGEN.
           MOVE  WK-TORI-TANKA  (WK-TORI-IDX)
                                        TO  HF015-SANKO-TANKA.
           MOVE  ZERO                   TO  HF015-KAITO-DATE
                                            HF015-MITSU-TANKA
                                            HF015-SHOKAKARI
                                            HF015-CHAKU-TANKA
                                            HF015-LEAD-DAYS
                                            HF015-YUKO-DATE
                                            HF015-SENTEI-DATE
                                            HF015-PO-NO
                                            HF015-PO-GYO.
           WRITE  RFQ-REC
             INVALID  KEY
               DISPLAY  "*** KHBM110 RFQ-KEY DUP "  HF015-RFQ-NO
                        "-"  HF015-SIIRE-COD  " ***"
               GO  TO  EXT
           END-WRITE.
           ADD  +1  TO  RFQ-CNT.
           PERFORM  IRAISHO-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  見積依頼書印字処理（仕入先ごとに改頁する）
      ********************************************************
       IRAISHO-RTN                SECTION.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  WK-RFQ-NO        TO  H2-RFQ-NO.
           MOVE  CFSIR-SIIRE-COD  TO  H2-SIIRE-COD.
           MOVE  CFSIR-SIIRE-MEI  TO  H2-SIIRE-MEI.
           MOVE  WK-KAITO-KIGEN   TO  H2-KAITO-KIGEN.
           MOVE  H2-SIIRE  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  H3-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  HF005-SHOHIN-NO     TO  D1-SHOHIN-NO.
           MOVE  HF005-SHOHIN-MEI    TO  D1-SHOHIN-MEI.
           MOVE  HF005-SUISHO-SURYO  TO  D1-SURYO.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           MOVE  D3-KAITO-1  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  3.
           MOVE  D3-KAITO-2  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  D3-KAITO-3  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  D3-KAITO-4  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  D3-KAITO-5  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
       EXT.
           EXIT.
      ********************************************************
      *  例外印字処理（見積依頼できなかった推奨行を理由付きで
      *  印字）
      ********************************************************
       EXC-PRINT-RTN              SECTION.
           MOVE  HF005-SHOHIN-NO   TO  D2-SHOHIN-NO.
           MOVE  HF005-SHOHIN-MEI  TO  D2-SHOHIN-MEI.
           MOVE  WK-EXC-RIYU       TO  D2-RIYU.
           MOVE  D2-EXC  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  EXC-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理（採番の使用分をシステムパラメタへ書き戻す）
      ********************************************************
       TERM-RTN                   SECTION.
           MOVE  "KH-NEXT-RFQ-NO"  TO  CFPRM-PARM-KEY.
           MOVE  SPACE             TO  CFPRM-VALUE.
           MOVE  WK-NEXT-RFQ-NO    TO  CFPRM-VALUE  (1:6).
           MOVE  ZERO              TO  CFPRM-EFF-DATE.
           IF  WK-PRM-FOUND-FLG  =  "1"
             REWRITE  PRM-REC
           ELSE
             WRITE  PRM-REC
           END-IF.
           CLOSE  HSF-FILE  SPR-FILE  SIR-FILE  RFQ-FILE
                  PRM-FILE  OEF-FILE.
           DISPLAY  "*** HSF-CNT="   HSF-CNT.
           DISPLAY  "*** SHONIN="    SHONIN-CNT.
           DISPLAY  "*** IRAI-CNT="  IRAI-CNT.
           DISPLAY  "*** RFQ-CNT="   RFQ-CNT.
           DISPLAY  "*** EXC-CNT="   EXC-CNT.
           DISPLAY  "*** KHBM110  END ***".
       EXT.
           EXIT.
