      *  サブシステム名：受注
      *  プログラム名  ：受注データ振り分け
      *  作成日／作成者：２０１３年４月３０日  システム技研
      *  変更日／変更者：２０２６年１０月１５日  システム技研
      *        変更内容：受注チェックファイルのレコード長変更
      *                  ：購買実績との数量異常・初回受注の警告を追加
      ***********************************************
       ENVIRONMENT              DIVISION.
       INPUT-OUTPUT             SECTION.
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  STS-KEY.
           SELECT  BHS-FILE  ASSIGN  TO  EXTERNAL  BHS
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  UF200-KEY.
           SELECT  PRM-FILE  ASSIGN  TO  EXTERNAL  PRM
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFPRM-PARM-KEY.
      *
       DATA                     DIVISION.
       FILE                     SECTION.
       FD  STS-FILE.
       01  STS-REC.
           COPY  KJCF150.
      *    得意先商品別購買実績（KUBM020が積み上げる）
       FD  BHS-FILE.
       01  BHS-REC.
           COPY  KUCF200.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY  KCCFPRM.
      *
       WORKING-STORAGE          SECTION.
      *    受注ステータス追跡用
       01  WK-AMD-IDX           PIC  S9(4)  COMP-3  VALUE  +0.
       01  WK-AMD-TBL.
         02  WK-AMD-ENT         OCCURS  999  TIMES.
           03  WK-AMD-REC       PIC  X(183).
           03  WK-AMD-USED-FLG  PIC  X(01).
       01  WK-AMD-WORK.
           COPY  KJCF020.
           03  WK-RLS-KEY       PIC  X(08).
           03  WK-RLS-SURYO-X   PIC  X(05).
           03  WK-RLS-UNIT-KBN  PIC  X(01).
      *    数量異常チェック用。受注明細の数量・金額を得意先の
      *    同一商品の購買実績の平均と比べ、平均の倍率（システム
      *    パラメタKJ-IJO-BAIRITSU、既定５倍）を超えれば警告"7"、
      *    購買実績の無い初回受注商品は警告"8"とする
       01  IJO-CNT              PIC  S9(9)  COMP-3  VALUE  +0.
       01  SHOKAI-CNT           PIC  S9(9)  COMP-3  VALUE  +0.
       01  WK-IJO-BAIRITSU      PIC  9(03)          VALUE  5.
       01  WK-IJO-DATE8         PIC  9(08)          VALUE  ZERO.
       01  WK-IJO-SURYO         PIC  S9(11)V99  COMP-3  VALUE  +0.
       01  WK-IJO-KINGAKU       PIC  S9(13)V99  COMP-3  VALUE  +0.
      *
      *****************************************************
      *  受注データ振り分け
                         AMF-FILE.
           OPEN  EXTEND  CTL-FILE.
           OPEN  I-O     STS-FILE.
           OPEN  INPUT   BHS-FILE.
           PERFORM  IJO-PARM-RTN.
           PERFORM  READ-RTN.
           IF  WK-SIM-FLG  NOT  =  "1"
             PERFORM  EXJ-START-RTN
      *  データのみ不良ストリーム（OTF2）へ振り分ける。警告
      *  区分(10)のみのデータは従来どおり処理を継続させつつ
      *  （至急フラグがあれば優先ストリームOTF3へ、なければ
      *  通常ストリームOTF1へ）、要確認としてWRNにも控える。
      *  通常受注は得意先の購買実績と比べた数量異常・初回受注
      *  商品の警告もここで立てる）
      *****************************************************
       DATA-HURIWAKE-RTN        SECTION.
           IF  JF020-DATA-KBN  OF  ITF-REC  =  "2"
             IF  JF020-ERR-KBN-HARD  OF  ITF-REC  =  SPACE
               IF  JF020-DATA-KBN  OF  ITF-REC  =  "1"
                 PERFORM  AMD-APPLY-RTN
                 PERFORM  IJO-CHECK-RTN
               END-IF
               IF  JF020-PRIORITY-FLG  OF  ITF-REC  =  "1"
                 MOVE  ITF-REC  TO  OTF3-REC
       EXT.
           EXIT.
      *****************************************************
      *  数量異常チェック処理（得意先＋商品で購買実績を引き、
      *  実績が無ければ初回受注商品として警告"8"、あれば１行
      *  当たりの平均数量・平均金額の倍率を超える明細を警告"7"
      *  とする。数量はケース単位の明細では基本単位の実績と
      *  比べられないため金額だけで判定する。無償出荷は売上
      *  実績に載らないため対象外。警告(10)は先に立った警告を
      *  優先する）
      *****************************************************
       IJO-CHECK-RTN            SECTION.
           IF  JF020-ERR-KBN-WARN  OF  ITF-REC  NOT  =  SPACE
             OR  JF020-MUSHO-KBN  OF  ITF-REC  NOT  =  SPACE
             GO  TO  EXT
           END-IF.
           MOVE  JF020-TOKU-COD    OF  ITF-REC  TO  UF200-TOKU-COD.
           MOVE  JF020-SHOHIN-NO   OF  ITF-REC  TO  UF200-SHOHIN-NO.
           READ  BHS-FILE
             INVALID  KEY
               MOVE  ZERO  TO  UF200-KAISU
           END-READ.
           IF  UF200-KAISU  =  ZERO
             MOVE  "8"  TO  JF020-ERR-KBN  OF  ITF-REC  (10)
             ADD  +1  TO  SHOKAI-CNT
             GO  TO  EXT
           END-IF.
           COMPUTE  WK-IJO-SURYO  ROUNDED  =
                    UF200-SURYO-GOKEI  /  UF200-KAISU
                    *  WK-IJO-BAIRITSU.
           COMPUTE  WK-IJO-KINGAKU  ROUNDED  =
                    UF200-KINGAKU-GOKEI  /  UF200-KAISU
                    *  WK-IJO-BAIRITSU.
           IF  (JF020-UNIT-KBN  OF  ITF-REC  NOT  =  "2"
                AND  JF020-SURYO  OF  ITF-REC  >  WK-IJO-SURYO)
             OR  (WK-IJO-KINGAKU  >  ZERO
                  AND  JF020-KINGAKU  OF  ITF-REC  >  WK-IJO-KINGAKU)
               MOVE  "7"  TO  JF020-ERR-KBN  OF  ITF-REC  (10)
               ADD  +1  TO  IJO-CNT
           END-IF.
       EXT.
           EXIT.
      *****************************************************
      *  数量異常倍率取得処理（システムパラメタKJ-IJO-BAIRITSU
      *  の数字３桁。未登録・適用前・非数字・ゼロは既定の５倍）
      *****************************************************
       IJO-PARM-RTN             SECTION.
           ACCEPT  WK-IJO-DATE8  FROM  DATE  YYYYMMDD.
           OPEN  INPUT  PRM-FILE.
           MOVE  "KJ-IJO-BAIRITSU"  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  (CFPRM-EFF-DATE  =  ZERO
                    OR  CFPRM-EFF-DATE  <=  WK-IJO-DATE8)
                 AND  CFPRM-VALUE  (1:3)  IS  NUMERIC
                 AND  CFPRM-VALUE  (1:3)  NOT  =  "000"
                   MOVE  CFPRM-VALUE  (1:3)  TO  WK-IJO-BAIRITSU
               END-IF
           END-READ.
           CLOSE  PRM-FILE.
       EXT.
           EXIT.
      *****************************************************
      *  受注訂正振り分け処理（業務エラーの受注訂正はOTF2へ。
      *  ただし訂正は受注本体ではないため、PND（訂正待ち控え）
      *  の同一キーの受注を上書きしないようPND登録は行わない。
           END-IF.
           CLOSE  ITF-FILE  OTF1-FILE  OTF2-FILE  OTF3-FILE
                  WRN-FILE  AMF-FILE  PND-FILE  CTL-FILE
                  RUN-FILE  STS-FILE  BHS-FILE.
           DISPLAY  "*** ITF-CNT="  ITF-CNT.
           DISPLAY  "***OTF1-CNT="  OTF1-CNT.
           DISPLAY  "***OTF2-CNT="  OTF2-CNT.
           DISPLAY  "***OTF3-CNT="  OTF3-CNT.
           DISPLAY  "*** WRN-CNT="  WRN-CNT.
           DISPLAY  "*** IJO-CNT="  IJO-CNT.
           DISPLAY  "***SHOKAI-CNT="  SHOKAI-CNT.
           DISPLAY  "*** PND-CNT="  PND-CNT.
           DISPLAY  "*** AMD-CNT="  AMD-CNT.
           DISPLAY  "*** AMD-PND="  AMD-PND-CNT.
