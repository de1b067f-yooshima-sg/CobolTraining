      *  作成日／作成者    ：２０２６年９月　２日  システム技研
      *  変更日／変更者    ：２０２６年９月　２日  システム技研
      *        変更内容    ：注文書を仕入先ごとに改頁する様式へ修正
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：見積依頼金額以上の推奨行を見積依頼へ回付
      *                    ：採用された仕入見積から発注を起こす
      ********************************************************
      *    発注推奨データ（KHCF005）のうち購買担当が承認フラグ
      *    を立てた行を読み、仕入先別取扱商品マスタ（KCCFSPR）で
      *    注文書に先立つ先頭頁の例外欄へ印字する。発注番号は
      *    システムパラメタマスタのKH-NEXT-PO-NOで採番し、使用
      *    した分を書き戻す。入荷予定日は発注日＋仕入先リード
      *    タイム。
      *    推奨発注数量×仕入単価が見積依頼金額（システムパラメタ
      *    KH-RFQ-GAKU、既定１，０００，０００円。ゼロは見積依頼
      *    を行わない）以上の推奨行は、見積依頼書作成（KHBM110）
      *    が相見積を取るため発注せず、例外欄へ「見積依頼へ回付」
      *    と印字する。代わりに仕入見積依頼（KHCF015）のうち採用
      *    済で未発注の見積を、採用された仕入先・見積単価・依頼
      *    数量で発注に起こし、見積ごとに発注番号を採番する（入荷
      *    予定日は発注日＋見積の納期日数）。起こした発注の見積
      *    番号を発注ファイルへ、発注番号・行番号を見積へ書き戻す
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  HF010-PO-KEY.
           SELECT  RFQ-FILE  ASSIGN  TO  EXTERNAL  RFQ
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  HF015-KEY.
           SELECT  PRM-FILE  ASSIGN  TO  EXTERNAL  PRM
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
       FD  POF-FILE.
       01  POF-REC.
           COPY  KHCF010.
       FD  RFQ-FILE.
       01  RFQ-REC.
           COPY  KHCF015.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY  KCCFPRM.
         03  SRT-SIIRE-TANKA      PIC S9(05)V9(2).
         03  SRT-SIIRE-MEI        PIC  X(20).
         03  SRT-LEAD-DAYS        PIC  9(03).
         03  SRT-RFQ-NO           PIC  9(06).
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       01  HSF-END-FLG            PIC  X(1)          VALUE  "0".
       01  SRT-END-FLG            PIC  X(1)          VALUE  "0".
       01  SPR-END-FLG            PIC  X(1)          VALUE  "0".
       01  RFQ-END-FLG            PIC  X(1)          VALUE  "0".
       01  HSF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  SHONIN-CNT             PIC S9(9)  COMP-3  VALUE  +0.
       01  POF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  PO-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  EXC-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  RFQ-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    採番用（システムパラメタマスタから読み、使用分を戻す）
       01  WK-NEXT-PO-NO          PIC  9(06)          VALUE  1.
       01  WK-SPR-HIT-FLG         PIC  X(01)          VALUE  SPACE.
       01  WK-SPR-SIIRE-COD       PIC  X(06)          VALUE  SPACE.
       01  WK-SPR-SIIRE-TANKA     PIC S9(05)V9(2)     VALUE  ZERO.
      *    見積依頼金額（KH-RFQ-GAKU）と推奨行の金額
       01  WK-RFQ-GAKU            PIC  9(09)          VALUE  1000000.
       01  WK-SUISHO-GAKU         PIC S9(13)  COMP-3  VALUE  +0.
      *    例外理由（発注できなかった推奨行の印字用）
       01  WK-EXC-RIYU            PIC  X(20)          VALUE  SPACE.
      *    仕入先ブレイク制御
       01  WK-BREAK-SIIRE-COD     PIC  X(06)          VALUE  SPACE.
       01  WK-BREAK-RFQ-NO        PIC  9(06)          VALUE  ZERO.
       01  WK-CUR-PO-NO           PIC  9(06)          VALUE  ZERO.
       01  WK-CUR-PO-GYO          PIC  9(02)          VALUE  ZERO.
      *    入荷予定日算出用
         02  FILLER               PIC  X(10)  VALUE  "入荷予定日".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H2-YOTEI-DATE        PIC  9(08).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  H2-RFQ-MIDASHI       PIC  X(8).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H2-RFQ-NO            PIC  ZZZZZ9  BLANK  WHEN  ZERO.
         02  FILLER               PIC  X(43)  VALUE  SPACE.
      *  小見出し
       01  H3-KOMIDASHI.
         02  FILLER               PIC  X(4)   VALUE  "行".
           PERFORM  INIT-RTN.
           SORT  SRT-FILE
             ON  ASCENDING  KEY  SRT-SIIRE-COD  IN  SRT-REC
                                 SRT-RFQ-NO     IN  SRT-REC
                                 SRT-SHOHIN-NO  IN  SRT-REC
             INPUT   PROCEDURE  SHONIN-SEL-RTN
             OUTPUT  PROCEDURE  HATCHU-CTL-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（発注番号の採番元と見積依頼金額を読み込む）
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KHBM010 START ***".
           OPEN  INPUT   SPR-FILE.
           OPEN  INPUT   SIR-FILE.
           OPEN  I-O     POF-FILE.
           OPEN  I-O     RFQ-FILE.
           OPEN  I-O     PRM-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
                 MOVE  CFPRM-VALUE  (1:6)  TO  WK-NEXT-PO-NO
               END-IF
           END-READ.
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
       EXT.
           EXIT.
      ********************************************************
      *  承認行選別処理（入力側。承認フラグの立った推奨行だけを
      *  仕入先引当のうえソートへ引き渡し、続けて採用済で未発注
      *  の仕入見積を引き渡す）
      ********************************************************
       SHONIN-SEL-RTN             SECTION.
           PERFORM  HSF-READ-RTN.
           PERFORM  SENBETU-RTN  UNTIL  HSF-END-FLG  =  "1".
           MOVE  ZERO       TO  HF015-RFQ-NO.
           MOVE  LOW-VALUE  TO  HF015-SIIRE-COD.
           START  RFQ-FILE  KEY  >=  HF015-KEY
             INVALID  KEY
               MOVE  "1"  TO  RFQ-END-FLG
           END-START.
           PERFORM  RFQ-SEL-RTN  UNTIL  RFQ-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
       EXT.
           EXIT.
      ********************************************************
      *  選別処理（推奨発注数量×仕入単価が見積依頼金額以上の
      *  行は見積依頼へ回すため発注しない）
      ********************************************************
       SENBETU-RTN                SECTION.
           IF  HF005-APPROVE-FLG  =  "1"
             ADD  +1  TO  SHONIN-CNT
             PERFORM  SIIRE-HIKIATE-RTN
             PERFORM  RFQ-HANTEI-RTN
             IF  WK-SPR-HIT-FLG  =  "1"
               PERFORM  RELEASE-RTN
             ELSE
       EXT.
           EXIT.
      ********************************************************
      *  見積依頼判定処理（取扱商品マスタから採った仕入単価で
      *  見積依頼金額以上なら、見積依頼書作成と同じく引当の成否
      *  にかかわらず見積依頼へ回付とする）
      ********************************************************
       RFQ-HANTEI-RTN             SECTION.
           IF  WK-SPR-SIIRE-COD  =  SPACE
             OR  WK-RFQ-GAKU  =  ZERO
               GO  TO  EXT
           END-IF.
           COMPUTE  WK-SUISHO-GAKU  =
                    HF005-SUISHO-SURYO  *  WK-SPR-SIIRE-TANKA.
           IF  WK-SUISHO-GAKU  NOT  <  WK-RFQ-GAKU
             MOVE  SPACE  TO  WK-SPR-HIT-FLG
             MOVE  "見積依頼へ回付"  TO  WK-EXC-RIYU
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  仕入先引当処理（仕入先別取扱商品マスタを商品番号で
      *  順読みし、主力フラグ"1"の行を優先、無ければ先頭行の
      *  仕入先を採用する。採用した仕入先が仕入先マスタに無い・
           MOVE  WK-SPR-SIIRE-TANKA  TO  SRT-SIIRE-TANKA  IN  SRT-REC.
           MOVE  CFSIR-SIIRE-MEI     TO  SRT-SIIRE-MEI    IN  SRT-REC.
           MOVE  CFSIR-LEAD-DAYS     TO  SRT-LEAD-DAYS    IN  SRT-REC.
           MOVE  ZERO                TO  SRT-RFQ-NO       IN  SRT-REC.
           RELEASE  SRT-REC.
       EXT.
           EXIT.
      ********************************************************
      *  採用見積選別処理（採用済で未発注の見積を、採用された
      *  仕入先・見積単価・依頼数量・見積の納期日数でソートへ
      *  引き渡す。納期日数ゼロの見積は仕入先リードタイムとし、
      *  仕入先がマスタに無い・停止中の見積は例外とする）
      ********************************************************
       RFQ-SEL-RTN                SECTION.
           READ  RFQ-FILE  NEXT
             AT  END
               MOVE  "1"  TO  RFQ-END-FLG
               GO  TO  EXT
           END-READ.
           IF  HF015-STATUS  NOT  =  "9"
             OR  HF015-PO-NO  NOT  =  ZERO
               GO  TO  EXT
           END-IF.
           MOVE  HF015-SIIRE-COD  TO  CFSIR-SIIRE-COD.
           READ  SIR-FILE
             INVALID  KEY
               MOVE  "仕入先マスタ無し"  TO  WK-EXC-RIYU
               PERFORM  RFQ-EXC-RTN
               GO  TO  EXT
           END-READ.
           IF  CFSIR-ACTIVE-FLG  NOT  =  "1"
             MOVE  "仕入先停止中"  TO  WK-EXC-RIYU
             PERFORM  RFQ-EXC-RTN
             GO  TO  EXT
           END-IF.
           MOVE  HF015-SIIRE-COD     TO  SRT-SIIRE-COD    IN  SRT-REC.
           MOVE  HF015-SHOHIN-NO     TO  SRT-SHOHIN-NO    IN  SRT-REC.
           MOVE  HF015-SHOHIN-MEI    TO  SRT-SHOHIN-MEI   IN  SRT-REC.
           MOVE  HF015-IRAI-SURYO    TO  SRT-SUISHO-SURYO IN  SRT-REC.
           MOVE  HF015-MITSU-TANKA   TO  SRT-SIIRE-TANKA  IN  SRT-REC.
           MOVE  CFSIR-SIIRE-MEI     TO  SRT-SIIRE-MEI    IN  SRT-REC.
           IF  HF015-LEAD-DAYS  =  ZERO
             MOVE  CFSIR-LEAD-DAYS   TO  SRT-LEAD-DAYS    IN  SRT-REC
           ELSE
             MOVE  HF015-LEAD-DAYS   TO  SRT-LEAD-DAYS    IN  SRT-REC
           END-IF.
           MOVE  HF015-RFQ-NO        TO  SRT-RFQ-NO       IN  SRT-REC.
           RELEASE  SRT-REC.
           ADD  +1  TO  RFQ-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  採用見積例外印字処理
      ********************************************************
       RFQ-EXC-RTN                SECTION.
           MOVE  HF015-SHOHIN-NO   TO  D2-SHOHIN-NO.
           MOVE  HF015-SHOHIN-MEI  TO  D2-SHOHIN-MEI.
           MOVE  WK-EXC-RIYU       TO  D2-RIYU.
           MOVE  D2-EXC  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  EXC-CNT.
       EXT.
           EXIT.
      ********************************************************
       EXT.
           EXIT.
      ********************************************************
      *  発注起票制御処理（出力側。仕入先が替わるごと、および
      *  採用見積ごとに発注番号を採番して注文書の改頁を行う）
      ********************************************************
       HATCHU-CTL-RTN             SECTION.
           PERFORM  RETURN-RTN.
      ********************************************************
       HATCHU-RTN                 SECTION.
           IF  SRT-SIIRE-COD  IN  SRT-REC  NOT  =  WK-BREAK-SIIRE-COD
             OR  SRT-RFQ-NO  IN  SRT-REC  NOT  =  WK-BREAK-RFQ-NO
               PERFORM  SIIRE-BREAK-RTN
           END-IF.
           ADD  +1  TO  WK-CUR-PO-GYO.
           PERFORM  POF-WRITE-RTN.
      ********************************************************
       SIIRE-BREAK-RTN            SECTION.
           MOVE  SRT-SIIRE-COD  IN  SRT-REC  TO  WK-BREAK-SIIRE-COD.
           MOVE  SRT-RFQ-NO     IN  SRT-REC  TO  WK-BREAK-RFQ-NO.
           MOVE  WK-NEXT-PO-NO  TO  WK-CUR-PO-NO.
           ADD   +1             TO  WK-NEXT-PO-NO.
           MOVE  ZERO           TO  WK-CUR-PO-GYO.
           MOVE  SRT-SIIRE-COD  IN  SRT-REC  TO  H2-SIIRE-COD.
           MOVE  SRT-SIIRE-MEI  IN  SRT-REC  TO  H2-SIIRE-MEI.
           MOVE  WK-YOTEI-DATE  TO  H2-YOTEI-DATE.
           IF  SRT-RFQ-NO  IN  SRT-REC  =  ZERO
             MOVE  SPACE       TO  H2-RFQ-MIDASHI
           ELSE
             MOVE  "見積番号"  TO  H2-RFQ-MIDASHI
           END-IF.
           MOVE  SRT-RFQ-NO  IN  SRT-REC  TO  H2-RFQ-NO.
           MOVE  H2-SIIRE  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  H3-KOMIDASHI  TO  OEF-REC.
           MOVE  WK-YOTEI-DATE           TO  HF010-YOTEI-DATE.
           MOVE  "0"                     TO  HF010-STATUS.
           MOVE  ZERO                    TO  HF010-SEIKYU-SURYO.
           MOVE  SRT-RFQ-NO  IN  SRT-REC TO  HF010-RFQ-NO.
           WRITE  POF-REC
             INVALID  KEY
               DISPLAY  "*** KHBM010 PO-KEY DUP "  HF010-PO-NO
                        "-"  HF010-PO-GYO  " ***"
           END-WRITE.
           ADD  +1  TO  POF-CNT.
           IF  SRT-RFQ-NO  IN  SRT-REC  NOT  =  ZERO
             PERFORM  RFQ-KOSHIN-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  採用見積更新処理（起こした発注番号・行番号を見積へ
      *  書き戻す）
      ********************************************************
       RFQ-KOSHIN-RTN             SECTION.
           MOVE  SRT-RFQ-NO     IN  SRT-REC  TO  HF015-RFQ-NO.
           MOVE  SRT-SIIRE-COD  IN  SRT-REC  TO  HF015-SIIRE-COD.
           READ  RFQ-FILE
             INVALID  KEY
               DISPLAY  "*** KHBM010 RFQ-KEY NOTFND "  HF015-RFQ-NO
                        "-"  HF015-SIIRE-COD  " ***"
               GO  TO  EXT
           END-READ.
           MOVE  WK-CUR-PO-NO   TO  HF015-PO-NO.
           MOVE  WK-CUR-PO-GYO  TO  HF015-PO-GYO.
           REWRITE  RFQ-REC.
       EXT.
           EXIT.
      ********************************************************
             WRITE  PRM-REC
           END-IF.
           CLOSE  HSF-FILE  SPR-FILE  SIR-FILE  POF-FILE
                  RFQ-FILE  PRM-FILE  OEF-FILE.
           DISPLAY  "*** HSF-CNT="  HSF-CNT.
           DISPLAY  "*** SHONIN="   SHONIN-CNT.
           DISPLAY  "*** PO-CNT="   PO-CNT.
           DISPLAY  "*** POF-CNT="  POF-CNT.
           DISPLAY  "*** EXC-CNT="  EXC-CNT.
           DISPLAY  "*** RFQ-CNT="  RFQ-CNT.
           DISPLAY  "*** KHBM010  END ***".
       EXT.
           EXIT.
