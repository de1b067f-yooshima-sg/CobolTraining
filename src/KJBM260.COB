      *  サブシステム名    ：受注
      *  プログラム名      ：出荷事前案内（ＡＳＮ）抽出
      *  作成日／作成者    ：２０２６年９月　２日  システム技研
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：梱包明細（KJCF340）の箱レコード出力追加
      ********************************************************
      *    運送便割当（KJBM110）後に実行し、当日リリースされた
      *    受注明細（KJCF020形式の正常ストリーム）のうちＥＤＩ
      *    （KJCF080）から受注番号＋行番号＋出荷連番で引き当てる。
      *    フラグの無い取引先・ＥＤＩ取引の無い得意先の明細は
      *    抽出しない。伝送時の取引先別分割は後続の伝送処理が
      *    取引先ＩＤで行う。
      *    梱包計算（KJBM395）の梱包明細に箱がある明細は、明細
      *    レコード（区分"1"）の直後に箱ごとのレコード（区分"2"。
      *    ＳＳＣＣ・ｘ箱目／ｙ箱・箱の数量）を続けて出力する
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
                   RECORD KEY    IS  CFPTN-PARTNER-ID.
           SELECT  MNF-FILE   ASSIGN  TO  EXTERNAL  MNF.
           SELECT  ASN-FILE   ASSIGN  TO  EXTERNAL  ASN.
           SELECT  CTN-FILE   ASSIGN  TO  EXTERNAL  CTN.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  ASN-FILE.
       01  ASN-REC.
           COPY  KJCF235.
       FD  CTN-FILE.
       01  CTN-REC.
           COPY  KJCF340.
      *
       WORKING-STORAGE             SECTION.
       01  ITF3-END-FLG           PIC  X(1)          VALUE  "0".
       01  ITF1-END-FLG           PIC  X(1)          VALUE  "0".
       01  PTN-END-FLG            PIC  X(1)          VALUE  "0".
       01  MNF-END-FLG            PIC  X(1)          VALUE  "0".
       01  CTN-END-FLG            PIC  X(1)          VALUE  "0".
       01  ITF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  ASN-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  ASN-HAKO-CNT           PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    取引先マスタ取り込み表（得意先コード→取引先ＩＤ。
      *    稼働中かつ出荷案内送信フラグの立った行のみ）
         02  WK-SRCH-JUCHU-NO     PIC  9(06).
         02  WK-SRCH-GYO-NO       PIC  9(02).
         02  WK-SRCH-SHIP-SEQ     PIC  9(02).
      *    梱包明細取り込み表（受注キー→箱。梱包計算の出力順）
       01  WK-CTN-CNT             PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-CTN-MAX             PIC S9(5)  COMP-3  VALUE  +5000.
       01  WK-CTN-IDX             PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-CTN-TBL.
         02  WK-CTN-ENT           OCCURS  5000  TIMES.
           03  WK-CTN-KEY.
             05  WK-CTN-JUCHU-NO  PIC  9(06).
             05  WK-CTN-GYO-NO    PIC  9(02).
             05  WK-CTN-SHIP-SEQ  PIC  9(02).
           03  WK-CTN-SSCC        PIC  X(18).
           03  WK-CTN-CARTON-NO   PIC  9(03).
           03  WK-CTN-CARTON-SU   PIC  9(03).
           03  WK-CTN-SURYO       PIC  9(07).
      *
      ********************************************************
      *  出荷事前案内（ＡＳＮ）抽出
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（取引先・マニフェスト・梱包明細を表へ取り込む）
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KJBM260 START ***".
           OPEN  INPUT   ITF1-FILE.
           OPEN  INPUT   PTN-FILE.
           OPEN  INPUT   MNF-FILE.
           OPEN  INPUT   CTN-FILE.
           OPEN  OUTPUT  ASN-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           PERFORM  PTN-LOAD-RTN  UNTIL  PTN-END-FLG  =  "1".
           PERFORM  MNF-LOAD-RTN  UNTIL  MNF-END-FLG  =  "1".
           PERFORM  CTN-LOAD-RTN  UNTIL  CTN-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
       EXT.
           EXIT.
      ********************************************************
      *  梱包明細取り込み処理
      ********************************************************
       CTN-LOAD-RTN               SECTION.
           READ  CTN-FILE
             AT  END
               MOVE  "1"  TO  CTN-END-FLG
             NOT  AT  END
               IF  WK-CTN-CNT  <  WK-CTN-MAX
                 ADD  +1  TO  WK-CTN-CNT
                 MOVE  CTN-JUCHU-NO   TO
                       WK-CTN-JUCHU-NO   (WK-CTN-CNT)
                 MOVE  CTN-GYO-NO     TO
                       WK-CTN-GYO-NO     (WK-CTN-CNT)
                 MOVE  CTN-SHIP-SEQ   TO
                       WK-CTN-SHIP-SEQ   (WK-CTN-CNT)
                 MOVE  CTN-SSCC       TO
                       WK-CTN-SSCC       (WK-CTN-CNT)
                 MOVE  CTN-CARTON-NO  TO
                       WK-CTN-CARTON-NO  (WK-CTN-CNT)
                 MOVE  CTN-CARTON-SU  TO
                       WK-CTN-CARTON-SU  (WK-CTN-CNT)
                 MOVE  CTN-SURYO      TO
                       WK-CTN-SURYO      (WK-CTN-CNT)
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  至急ストリーム入力処理
      ********************************************************
       ITF3-READ-RTN              SECTION.
           END-IF.
           PERFORM  MNF-SEARCH-RTN.
           MOVE  SPACE  TO  ASN-REC.
           MOVE  "1"    TO  ASN-REC-KBN.
           MOVE  ZERO   TO  ASN-CARTON-NO  ASN-CARTON-SU.
           MOVE  WK-PTN-PARTNER-ID  (WK-PTN-HIT-IDX)
             TO  ASN-PARTNER-ID.
           MOVE  JF020-TOKU-COD   OF  ITF1-REC  TO  ASN-TOKU-COD.
           END-IF.
           WRITE  ASN-REC.
           ADD  +1  TO  ASN-CNT.
           PERFORM  HAKO-RTN
             VARYING  WK-CTN-IDX  FROM  1  BY  1
               UNTIL  WK-CTN-IDX  >  WK-CTN-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  箱レコード出力処理（直前の明細レコードを引き継ぎ、区分
      *  ・ＳＳＣＣ・箱番号・箱数・数量だけを箱の内容に替える）
      ********************************************************
       HAKO-RTN                   SECTION.
           IF  WK-CTN-KEY  (WK-CTN-IDX)  NOT  =  WK-SRCH-KEY
             GO  TO  EXT
           END-IF.
           MOVE  "2"                           TO  ASN-REC-KBN.
           MOVE  WK-CTN-SSCC       (WK-CTN-IDX)  TO  ASN-SSCC.
           MOVE  WK-CTN-CARTON-NO  (WK-CTN-IDX)  TO  ASN-CARTON-NO.
           MOVE  WK-CTN-CARTON-SU  (WK-CTN-IDX)  TO  ASN-CARTON-SU.
           MOVE  WK-CTN-SURYO      (WK-CTN-IDX)  TO  ASN-SURYO.
           WRITE  ASN-REC.
           ADD  +1  TO  ASN-HAKO-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  ITF3-FILE  ITF1-FILE  PTN-FILE  MNF-FILE  ASN-FILE
                  CTN-FILE.
           DISPLAY  "*** ITF-CNT="  ITF-CNT.
           DISPLAY  "*** ASN-CNT="  ASN-CNT.
           DISPLAY  "*** ASN-HAKO-CNT="  ASN-HAKO-CNT.
           DISPLAY  "*** KJBM260  END ***".
       EXT.
           EXIT.
