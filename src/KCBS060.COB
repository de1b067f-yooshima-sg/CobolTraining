       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            KCBS060.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：共通
      * プログラム名  ：発行文書保存サービス
      * 作成日／作成者：２０２６年１０月１５日  システム技研
      * 変更日／変更者：
      *       変更内容：
      ******************************************************************
      *    電子帳簿保存法に基づく発行文書の保存共通サブルーチン。
      *    連携パラメタ（KCBS060P）で呼び出す。請求明細書・デジタル
      *    インボイス・請求調整メモ・納品書を発行するプログラムが、
      *    文書ごとに"1"（開始）→"2"（１行ごと）→"3"（終了）の順に
      *    呼び、発行した行をそのまま保存本文（KUCF240、外部名
      *    ARC）へ、文書区分・番号・発行日時・得意先・会社・金額と
      *    ハッシュを索引（KUCF245、外部名ARX）へ書く。保存した
      *    文書は上書き・削除しない。
      *    ハッシュは本文の各行（改行区分＋行）と索引の各項目を
      *    順に１バイトずつ「前の値×１３１＋文字コード値」で畳み
      *    込み、１２桁の素数９９９９９９９９９９８９で割った余り
      *    とする。行の入替え・削除や金額の書換えがあれば照合が
      *    合わなくなる。検索（KUBM385）・再発行（KUBM390）は
      *    "5"（検証）・"6"（次行取出し）で保存文書を読み直す。
      *    ARX・ARCは他の索引ファイルと同じく空ファイルを事前に
      *    作成しておく。ファイルは初回呼出でオープンし、"9"で
      *    クローズする
      ******************************************************************
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT  ARX-FILE  ASSIGN  TO  EXTERNAL  ARX
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  ARX-KEY
                   FILE STATUS   IS  WK-ARX-STS.
           SELECT  ARC-FILE  ASSIGN  TO  EXTERNAL  ARC
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  ARC-KEY
                   FILE STATUS   IS  WK-ARC-STS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  ARX-FILE.
       01  ARX-REC.
           COPY  KUCF245.
       FD  ARC-FILE.
       01  ARC-REC.
           COPY  KUCF240.
      *
       WORKING-STORAGE        SECTION.
      *    オープン状態（空白＝未オープン、"O"＝更新、"I"＝参照）
       01  WK-OPEN-KBN        PIC  X(01) VALUE  SPACE.
       01  WK-OPEN-REQ        PIC  X(01) VALUE  SPACE.
       01  WK-ARX-STS         PIC  X(02) VALUE  SPACE.
       01  WK-ARC-STS         PIC  X(02) VALUE  SPACE.
      *    保存中の文書（"1"〜"3"）
       01  WK-DOC-FLG         PIC  X(01) VALUE  "0".
       01  WK-DOC-KEY.
         02  WK-DOC-KBN       PIC  X(01) VALUE  SPACE.
         02  WK-DOC-NO        PIC  X(10) VALUE  SPACE.
         02  WK-DOC-DATE      PIC  9(08) VALUE  ZERO.
         02  WK-DOC-TIME      PIC  9(08) VALUE  ZERO.
       01  WK-DOC-GYO         PIC  9(05) VALUE  ZERO.
       01  WK-DOC-HASH        PIC  9(12) VALUE  ZERO.
       01  WK-ARX-FOUND-FLG   PIC  X(01) VALUE  "0".
      *    読み直し中の文書（"5"・"6"）
       01  WK-RD-FLG          PIC  X(01) VALUE  "0".
       01  WK-RD-KEY.
         02  WK-RD-KBN        PIC  X(01) VALUE  SPACE.
         02  WK-RD-NO         PIC  X(10) VALUE  SPACE.
         02  WK-RD-DATE       PIC  9(08) VALUE  ZERO.
         02  WK-RD-TIME       PIC  9(08) VALUE  ZERO.
       01  WK-RD-GYO          PIC  9(05) VALUE  ZERO.
       01  WK-RD-CNT          PIC  9(05) VALUE  ZERO.
       01  WK-RD-ERR-FLG      PIC  X(01) VALUE  "0".
      *    ハッシュ計算
       01  WK-HASH            PIC  9(12) VALUE  ZERO.
       01  WK-HASH-MOD        PIC  9(12) VALUE  999999999989.
       01  WK-HASH-WORK       PIC  9(15) VALUE  ZERO.
       01  WK-HASH-Q          PIC  9(05) VALUE  ZERO.
       01  WK-HASH-IX         PIC S9(04) COMP    VALUE  +0.
       01  WK-HASH-LEN        PIC S9(04) COMP    VALUE  +0.
       01  WK-HASH-AREA       PIC  X(251) VALUE  SPACE.
      *    索引のハッシュ対象項目（ハッシュ欄を除く）
       01  WK-IDX-AREA.
         02  WK-IDX-KEY       PIC  X(27).
         02  WK-IDX-TOKU-COD  PIC  X(04).
         02  WK-IDX-KAISHA-COD
                              PIC  X(02).
         02  WK-IDX-KINGAKU   PIC S9(11).
         02  WK-IDX-GYO-CNT   PIC  9(05).
         02  WK-IDX-PGM-ID    PIC  X(08).
      *
       LINKAGE                SECTION.
           COPY KCBS060P.
      ******************************************************************
      *    発行文書保存
      ******************************************************************
       PROCEDURE              DIVISION
                              USING  KCBS060-P1.
           MOVE  SPACE  TO  S060-RCD.
           EVALUATE  S060-FUNC
             WHEN  "1"
               PERFORM  DOC-START-RTN
             WHEN  "2"
               PERFORM  GYO-HOZON-RTN
             WHEN  "3"
               PERFORM  DOC-END-RTN
             WHEN  "5"
               PERFORM  KENSHO-RTN
             WHEN  "6"
               PERFORM  NEXT-GYO-RTN
             WHEN  "9"
               PERFORM  CLOSE-RTN
             WHEN  OTHER
               MOVE  "E"  TO  S060-RCD
           END-EVALUATE.
       SYORI-EXT.
           EXIT PROGRAM.
      ******************************************************************
      *    ファイルオープン処理（WK-OPEN-REQ＝"O"は更新、"I"は参照。
      *    参照で開いていて更新を求められたら開き直す。オープン
      *    できなければリターンコード"E"を返す）
      ******************************************************************
       OPEN-RTN               SECTION.
           IF  WK-OPEN-KBN  =  "O"
             OR  WK-OPEN-KBN  =  WK-OPEN-REQ
             GO  TO  EXT
           END-IF.
           IF  WK-OPEN-KBN  =  "I"
             CLOSE  ARX-FILE  ARC-FILE
             MOVE  SPACE  TO  WK-OPEN-KBN
           END-IF.
           IF  WK-OPEN-REQ  =  "O"
             OPEN  I-O    ARX-FILE
             OPEN  I-O    ARC-FILE
           ELSE
             OPEN  INPUT  ARX-FILE
             OPEN  INPUT  ARC-FILE
           END-IF.
           IF  WK-ARX-STS  NOT  =  "00"
             OR  WK-ARC-STS  NOT  =  "00"
             DISPLAY  "*** KCBS060 OPEN ERROR ARX="  WK-ARX-STS
                      " ARC="  WK-ARC-STS  " ***"
             IF  WK-ARX-STS  =  "00"
               CLOSE  ARX-FILE
             END-IF
             IF  WK-ARC-STS  =  "00"
               CLOSE  ARC-FILE
             END-IF
             MOVE  "E"  TO  S060-RCD
             GO  TO  EXT
           END-IF.
           MOVE  WK-OPEN-REQ  TO  WK-OPEN-KBN.
       EXT.
           EXIT.
      ******************************************************************
      *    文書開始処理（発行日時を決めて返す。同じ文書の同じ発行
      *    時刻の索引が既にあれば時刻を１／１００秒ずつ進める）
      ******************************************************************
       DOC-START-RTN          SECTION.
           IF  WK-DOC-FLG  =  "1"
             DISPLAY  "*** KCBS060 DOC NOT ENDED="  WK-DOC-KBN  " "
                      WK-DOC-NO  " ***"
             MOVE  "0"  TO  WK-DOC-FLG
           END-IF.
           MOVE  "O"  TO  WK-OPEN-REQ.
           PERFORM  OPEN-RTN.
           IF  S060-RCD  NOT  =  SPACE
             GO  TO  EXT
           END-IF.
           MOVE  S060-DOC-KBN  TO  WK-DOC-KBN.
           MOVE  S060-DOC-NO   TO  WK-DOC-NO.
           ACCEPT  WK-DOC-DATE  FROM  DATE  YYYYMMDD.
           ACCEPT  WK-DOC-TIME  FROM  TIME.
           MOVE  "1"  TO  WK-ARX-FOUND-FLG.
           PERFORM  KEY-CHK-RTN
             UNTIL  WK-ARX-FOUND-FLG  =  "0".
           MOVE  WK-DOC-DATE  TO  S060-HAKKO-DATE.
           MOVE  WK-DOC-TIME  TO  S060-HAKKO-TIME.
           MOVE  ZERO  TO  WK-DOC-GYO  WK-DOC-HASH.
           MOVE  "1"   TO  WK-DOC-FLG.
       EXT.
           EXIT.
      ******************************************************************
      *    索引重複確認処理
      ******************************************************************
       KEY-CHK-RTN            SECTION.
           MOVE  WK-DOC-KEY  TO  ARX-KEY.
           READ  ARX-FILE
             INVALID  KEY
               MOVE  "0"  TO  WK-ARX-FOUND-FLG
             NOT  INVALID  KEY
               ADD  1  TO  WK-DOC-TIME
           END-READ.
       EXT.
           EXIT.
      ******************************************************************
      *    １行保存処理（行を本文へ書き、ハッシュへ畳み込む）
      ******************************************************************
       GYO-HOZON-RTN          SECTION.
           IF  WK-DOC-FLG  NOT  =  "1"
             MOVE  "E"  TO  S060-RCD
             GO  TO  EXT
           END-IF.
           ADD  1  TO  WK-DOC-GYO.
           MOVE  WK-DOC-KBN    TO  ARC-DOC-KBN.
           MOVE  WK-DOC-NO     TO  ARC-DOC-NO.
           MOVE  WK-DOC-DATE   TO  ARC-HAKKO-DATE.
           MOVE  WK-DOC-TIME   TO  ARC-HAKKO-TIME.
           MOVE  WK-DOC-GYO    TO  ARC-GYO-NO.
           MOVE  S060-KAIGYO   TO  ARC-KAIGYO.
           MOVE  S060-LINE     TO  ARC-LINE.
           WRITE  ARC-REC
             INVALID  KEY
               DISPLAY  "*** KCBS060 ARC WRITE ERROR="  ARC-KEY
                        " STS="  WK-ARC-STS  " ***"
               MOVE  "E"  TO  S060-RCD
           END-WRITE.
           MOVE  WK-DOC-HASH  TO  WK-HASH.
           MOVE  ARC-KAIGYO   TO  WK-HASH-AREA  (1:1).
           MOVE  ARC-LINE     TO  WK-HASH-AREA  (2:250).
           MOVE  251          TO  WK-HASH-LEN.
           PERFORM  HASH-RTN.
           MOVE  WK-HASH      TO  WK-DOC-HASH.
       EXT.
           EXIT.
      ******************************************************************
      *    文書終了処理（索引を書き、行数・ハッシュを返す）
      ******************************************************************
       DOC-END-RTN            SECTION.
           IF  WK-DOC-FLG  NOT  =  "1"
             MOVE  "E"  TO  S060-RCD
             GO  TO  EXT
           END-IF.
           MOVE  SPACE            TO  ARX-REC.
           MOVE  WK-DOC-KEY       TO  ARX-KEY.
           MOVE  S060-TOKU-COD    TO  ARX-TOKU-COD.
           MOVE  S060-KAISHA-COD  TO  ARX-KAISHA-COD.
           MOVE  S060-KINGAKU     TO  ARX-KINGAKU.
           MOVE  WK-DOC-GYO       TO  ARX-GYO-CNT.
           MOVE  S060-PGM-ID      TO  ARX-PGM-ID.
           MOVE  WK-DOC-HASH      TO  WK-HASH.
           PERFORM  IDX-HASH-RTN.
           MOVE  WK-HASH          TO  ARX-HASH.
           WRITE  ARX-REC
             INVALID  KEY
               DISPLAY  "*** KCBS060 ARX WRITE ERROR="  ARX-KEY
                        " STS="  WK-ARX-STS  " ***"
               MOVE  "E"  TO  S060-RCD
           END-WRITE.
           MOVE  WK-DOC-GYO  TO  S060-GYO-CNT.
           MOVE  WK-HASH     TO  S060-HASH.
           MOVE  "0"  TO  WK-DOC-FLG.
       EXT.
           EXIT.
      ******************************************************************
      *    検証処理（索引を読み、本文を先頭から読み直してハッシュを
      *    計算し直し、索引のハッシュと照合する。本文の行が欠けて
      *    いても不一致とする。索引の内容は結果によらず返す）
      ******************************************************************
       KENSHO-RTN             SECTION.
           MOVE  "0"  TO  WK-RD-FLG.
           MOVE  "I"  TO  WK-OPEN-REQ.
           PERFORM  OPEN-RTN.
           IF  S060-RCD  NOT  =  SPACE
             GO  TO  EXT
           END-IF.
           MOVE  S060-DOC-KBN     TO  ARX-DOC-KBN.
           MOVE  S060-DOC-NO      TO  ARX-DOC-NO.
           MOVE  S060-HAKKO-DATE  TO  ARX-HAKKO-DATE.
           MOVE  S060-HAKKO-TIME  TO  ARX-HAKKO-TIME.
           READ  ARX-FILE
             INVALID  KEY
               MOVE  "N"  TO  S060-RCD
               GO  TO  EXT
           END-READ.
           MOVE  ARX-TOKU-COD     TO  S060-TOKU-COD.
           MOVE  ARX-KAISHA-COD   TO  S060-KAISHA-COD.
           MOVE  ARX-KINGAKU      TO  S060-KINGAKU.
           MOVE  ARX-PGM-ID       TO  S060-PGM-ID.
           MOVE  ARX-GYO-CNT      TO  S060-GYO-CNT.
           MOVE  ARX-HASH         TO  S060-HASH.
           MOVE  ARX-KEY          TO  WK-RD-KEY.
           MOVE  ARX-GYO-CNT      TO  WK-RD-CNT.
           MOVE  ZERO  TO  WK-HASH.
           MOVE  "0"   TO  WK-RD-ERR-FLG.
           PERFORM  KENSHO-GYO-RTN
             VARYING  WK-RD-GYO  FROM  1  BY  1
               UNTIL  WK-RD-GYO  >  WK-RD-CNT
                  OR  WK-RD-ERR-FLG  =  "1".
           PERFORM  IDX-HASH-RTN.
           IF  WK-RD-ERR-FLG  =  "1"
             OR  WK-HASH  NOT  =  ARX-HASH
             MOVE  "H"  TO  S060-RCD
           END-IF.
           MOVE  ZERO  TO  WK-RD-GYO.
           MOVE  "1"   TO  WK-RD-FLG.
       EXT.
           EXIT.
      ******************************************************************
      *    検証１行処理
      ******************************************************************
       KENSHO-GYO-RTN         SECTION.
           MOVE  WK-RD-KEY  TO  ARC-KEY  (1:27).
           MOVE  WK-RD-GYO  TO  ARC-GYO-NO.
           READ  ARC-FILE
             INVALID  KEY
               MOVE  "1"  TO  WK-RD-ERR-FLG
               GO  TO  EXT
           END-READ.
           MOVE  ARC-KAIGYO   TO  WK-HASH-AREA  (1:1).
           MOVE  ARC-LINE     TO  WK-HASH-AREA  (2:250).
           MOVE  251          TO  WK-HASH-LEN.
           PERFORM  HASH-RTN.
       EXT.
           EXIT.
      ******************************************************************
      *    次行取出し処理（"5"で読み直した文書の本文を先頭から１行
      *    ずつ返す）
      ******************************************************************
       NEXT-GYO-RTN           SECTION.
           IF  WK-RD-FLG  NOT  =  "1"
             MOVE  "E"  TO  S060-RCD
             GO  TO  EXT
           END-IF.
           ADD  1  TO  WK-RD-GYO.
           IF  WK-RD-GYO  >  WK-RD-CNT
             MOVE  "Z"  TO  S060-RCD
             GO  TO  EXT
           END-IF.
           MOVE  WK-RD-KEY  TO  ARC-KEY  (1:27).
           MOVE  WK-RD-GYO  TO  ARC-GYO-NO.
           READ  ARC-FILE
             INVALID  KEY
               MOVE  "E"  TO  S060-RCD
               GO  TO  EXT
           END-READ.
           MOVE  ARC-KAIGYO  TO  S060-KAIGYO.
           MOVE  ARC-LINE    TO  S060-LINE.
       EXT.
           EXIT.
      ******************************************************************
      *    索引ハッシュ処理（ARX-RECの索引項目をハッシュへ畳み込む）
      ******************************************************************
       IDX-HASH-RTN           SECTION.
           MOVE  ARX-KEY         TO  WK-IDX-KEY.
           MOVE  ARX-TOKU-COD    TO  WK-IDX-TOKU-COD.
           MOVE  ARX-KAISHA-COD  TO  WK-IDX-KAISHA-COD.
           MOVE  ARX-KINGAKU     TO  WK-IDX-KINGAKU.
           MOVE  ARX-GYO-CNT     TO  WK-IDX-GYO-CNT.
           MOVE  ARX-PGM-ID      TO  WK-IDX-PGM-ID.
           MOVE  WK-IDX-AREA     TO  WK-HASH-AREA.
           MOVE  57              TO  WK-HASH-LEN.
           PERFORM  HASH-RTN.
       EXT.
           EXIT.
      ******************************************************************
      *    ハッシュ処理（WK-HASH-AREAの先頭WK-HASH-LENバイトを
      *    WK-HASHへ畳み込む）
      ******************************************************************
       HASH-RTN               SECTION.
           PERFORM  HASH-MOJI-RTN
             VARYING  WK-HASH-IX  FROM  1  BY  1
               UNTIL  WK-HASH-IX  >  WK-HASH-LEN.
       EXT.
           EXIT.
      ******************************************************************
      *    ハッシュ１バイト処理
      ******************************************************************
       HASH-MOJI-RTN          SECTION.
           COMPUTE  WK-HASH-WORK  =  WK-HASH  *  131
                 +  FUNCTION  ORD  (WK-HASH-AREA  (WK-HASH-IX:1)).
           DIVIDE  WK-HASH-WORK  BY  WK-HASH-MOD
             GIVING  WK-HASH-Q  REMAINDER  WK-HASH.
       EXT.
           EXIT.
      ******************************************************************
      *    クローズ処理
      ******************************************************************
       CLOSE-RTN              SECTION.
           IF  WK-DOC-FLG  =  "1"
             DISPLAY  "*** KCBS060 DOC NOT ENDED="  WK-DOC-KBN  " "
                      WK-DOC-NO  " ***"
             MOVE  "0"  TO  WK-DOC-FLG
           END-IF.
           IF  WK-OPEN-KBN  NOT  =  SPACE
             CLOSE  ARX-FILE  ARC-FILE
             MOVE  SPACE  TO  WK-OPEN-KBN
           END-IF.
           MOVE  "0"  TO  WK-RD-FLG.
       EXT.
           EXIT.
