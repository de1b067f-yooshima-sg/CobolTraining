       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            KCBS050.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：共通
      * プログラム名  ：郵便番号・住所照合
      * 作成日／作成者：２０２６年１０月１５日  システム技研
      * 変更日／変更者：
      *       変更内容：
      ******************************************************************
      *    郵便番号・住所照合共通サブルーチン。連携パラメタ
      *    （KCBS050P）で呼び出す。郵便番号をハイフン・空白を除いた
      *    数字７桁に直して郵便番号マスタ（KCCFYUB、ファイルＹＵＢ）
      *    を引き、都道府県・市区町村と地域区分を返す。住所は空白
      *    を除いて、先頭が都道府県名（省略可）に続く市区町村名で
      *    始まるかを照合する。市区町村名が「○○郡××町」の場合は
      *    郡名を省いた「××町」で始まる住所も一致とみなす。住所が
      *    空白の場合は照合しない。マスタは初回呼出でオープンし、
      *    以後の呼出で使い回す
      ******************************************************************
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT  YUB-FILE  ASSIGN  TO  EXTERNAL  YUB
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFYUB-YUBIN-NO.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  YUB-FILE.
       01  YUB-REC.
           COPY  KCCFYUB.
      *
       WORKING-STORAGE        SECTION.
       01  WK-YUB-OPEN-FLG    PIC  X(01) VALUE  "N".
      *    郵便番号の正規化（数字７桁）
       01  WK-YUBIN7          PIC  X(07) VALUE  SPACE.
       01  WK-YUBIN-LEN       PIC S9(03) COMP    VALUE  +0.
       01  WK-YUBIN-ERR-FLG   PIC  X(01) VALUE  SPACE.
      *    住所の正規化（空白を詰める）
       01  WK-JUSHO-IN        PIC  X(50) VALUE  SPACE.
       01  WK-JUSHO           PIC  X(50) VALUE  SPACE.
       01  WK-JUSHO-LEN       PIC S9(03) COMP    VALUE  +0.
       01  WK-IX              PIC S9(03) COMP    VALUE  +0.
      *    照合用（都道府県名・市区町村名の長さと照合位置）
       01  WK-KEN-LEN         PIC S9(03) COMP    VALUE  +0.
       01  WK-SHI-LEN         PIC S9(03) COMP    VALUE  +0.
       01  WK-POS             PIC S9(03) COMP    VALUE  +0.
       01  WK-GUN-MAE         PIC S9(03) COMP    VALUE  +0.
       01  WK-GUN-ATO         PIC S9(03) COMP    VALUE  +0.
       01  WK-CHO-POS         PIC S9(03) COMP    VALUE  +0.
       01  WK-CHO-LEN         PIC S9(03) COMP    VALUE  +0.
       01  WK-ITCHI-FLG       PIC  X(01) VALUE  SPACE.
      *    都道府県コード（01〜47）別の地域区分
       01  WK-REGION-TBL.
         02  FILLER           PIC  X(47) VALUE
             "12222223333333444444444555555566666777788888889".
       01  WK-REGION-TBL-R  REDEFINES  WK-REGION-TBL.
         02  WK-REGION        PIC  X(01) OCCURS  47  TIMES.
       01  WK-KEN-NO          PIC  9(02) VALUE  ZERO.
      *
       LINKAGE                SECTION.
           COPY KCBS050P.
      ******************************************************************
      *    郵便番号・住所照合
      ******************************************************************
       PROCEDURE              DIVISION
                              USING  KCBS050-P1.
           MOVE  SPACE  TO  S050-RCD  S050-KEN-COD  S050-KEN-MEI
                            S050-SHI-MEI  S050-REGION-KBN.
           IF  WK-YUB-OPEN-FLG  =  "N"
             OPEN  INPUT  YUB-FILE
             MOVE  "Y"  TO  WK-YUB-OPEN-FLG
           END-IF.
           IF  S050-YUBIN-NO  =  SPACE
             MOVE  "1"  TO  S050-RCD
             GO  TO  SYORI-EXT
           END-IF.
           PERFORM  YUBIN-SEIKI-RTN.
           IF  WK-YUBIN-ERR-FLG  =  "1"
             OR  WK-YUBIN-LEN  NOT  =  7
             MOVE  "2"  TO  S050-RCD
             GO  TO  SYORI-EXT
           END-IF.
           MOVE  WK-YUBIN7  TO  CFYUB-YUBIN-NO.
           READ  YUB-FILE
             INVALID  KEY
               MOVE  "3"  TO  S050-RCD
               GO  TO  SYORI-EXT
           END-READ.
           MOVE  CFYUB-KEN-COD  TO  S050-KEN-COD.
           MOVE  CFYUB-KEN-MEI  TO  S050-KEN-MEI.
           MOVE  CFYUB-SHI-MEI  TO  S050-SHI-MEI.
           IF  CFYUB-KEN-COD  IS  NUMERIC
             MOVE  CFYUB-KEN-COD  TO  WK-KEN-NO
             IF  WK-KEN-NO  >=  1  AND  WK-KEN-NO  <=  47
               MOVE  WK-REGION  (WK-KEN-NO)  TO  S050-REGION-KBN
             END-IF
           END-IF.
           IF  S050-JUSHO  NOT  =  SPACE
             PERFORM  JUSHO-SHOGO-RTN
             IF  WK-ITCHI-FLG  NOT  =  "1"
               MOVE  "4"  TO  S050-RCD
             END-IF
           END-IF.
       SYORI-EXT.
           EXIT PROGRAM.
      ******************************************************************
      *    郵便番号正規化処理（ハイフン・空白を除いた数字をWK-YUBIN7
      *    へ詰める。それ以外の文字があれば形式不正とする）
      ******************************************************************
       YUBIN-SEIKI-RTN        SECTION.
           MOVE  SPACE  TO  WK-YUBIN7  WK-YUBIN-ERR-FLG.
           MOVE  ZERO   TO  WK-YUBIN-LEN.
           PERFORM  YUBIN-MOJI-RTN
             VARYING  WK-IX  FROM  1  BY  1
               UNTIL  WK-IX  >  8.
       EXT.
           EXIT.
      ******************************************************************
      *    郵便番号１桁処理
      ******************************************************************
       YUBIN-MOJI-RTN         SECTION.
           IF  S050-YUBIN-NO  (WK-IX:1)  =  SPACE  OR  "-"
             GO  TO  EXT
           END-IF.
           IF  S050-YUBIN-NO  (WK-IX:1)  IS  NOT  NUMERIC
             OR  WK-YUBIN-LEN  >=  7
             MOVE  "1"  TO  WK-YUBIN-ERR-FLG
             GO  TO  EXT
           END-IF.
           ADD  +1  TO  WK-YUBIN-LEN.
           MOVE  S050-YUBIN-NO  (WK-IX:1)
             TO  WK-YUBIN7  (WK-YUBIN-LEN:1).
       EXT.
           EXIT.
      ******************************************************************
      *    住所照合処理（空白を詰めた住所の先頭から都道府県名を読み
      *    飛ばし、続きが市区町村名（郡部は郡名を省いた町村名でも
      *    可）と一致すれば一致とする）
      ******************************************************************
       JUSHO-SHOGO-RTN        SECTION.
           MOVE  SPACE  TO  WK-ITCHI-FLG.
           MOVE  S050-JUSHO  TO  WK-JUSHO-IN.
           INSPECT  WK-JUSHO-IN  REPLACING  ALL  "　"  BY  SPACE.
           MOVE  SPACE  TO  WK-JUSHO.
           MOVE  ZERO   TO  WK-JUSHO-LEN.
           PERFORM  JUSHO-MOJI-RTN
             VARYING  WK-IX  FROM  1  BY  1
               UNTIL  WK-IX  >  50.
           MOVE  ZERO  TO  WK-KEN-LEN  WK-SHI-LEN.
           INSPECT  CFYUB-KEN-MEI  TALLYING  WK-KEN-LEN
             FOR  CHARACTERS  BEFORE  INITIAL  SPACE.
           INSPECT  CFYUB-SHI-MEI  TALLYING  WK-SHI-LEN
             FOR  CHARACTERS  BEFORE  INITIAL  SPACE.
           IF  WK-SHI-LEN  =  ZERO
             MOVE  "1"  TO  WK-ITCHI-FLG
             GO  TO  EXT
           END-IF.
           MOVE  1  TO  WK-POS.
           IF  WK-KEN-LEN  >  ZERO
             AND  WK-JUSHO  (1:WK-KEN-LEN)  =
                  CFYUB-KEN-MEI  (1:WK-KEN-LEN)
               COMPUTE  WK-POS  =  WK-KEN-LEN  +  1
           END-IF.
           IF  WK-POS  +  WK-SHI-LEN  -  1  <=  50
             AND  WK-JUSHO  (WK-POS:WK-SHI-LEN)  =
                  CFYUB-SHI-MEI  (1:WK-SHI-LEN)
               MOVE  "1"  TO  WK-ITCHI-FLG
               GO  TO  EXT
           END-IF.
      *    郡部（郡名を省いた町村名での照合）
           MOVE  ZERO  TO  WK-GUN-MAE  WK-GUN-ATO.
           INSPECT  CFYUB-SHI-MEI  TALLYING  WK-GUN-MAE
             FOR  CHARACTERS  BEFORE  INITIAL  "郡".
           IF  WK-GUN-MAE  >=  WK-SHI-LEN
             GO  TO  EXT
           END-IF.
           INSPECT  CFYUB-SHI-MEI  TALLYING  WK-GUN-ATO
             FOR  CHARACTERS  AFTER  INITIAL  "郡".
           COMPUTE  WK-CHO-POS  =  24  -  WK-GUN-ATO  +  1.
           COMPUTE  WK-CHO-LEN  =  WK-SHI-LEN  -  WK-CHO-POS  +  1.
           IF  WK-CHO-LEN  >  ZERO
             AND  WK-POS  +  WK-CHO-LEN  -  1  <=  50
             AND  WK-JUSHO  (WK-POS:WK-CHO-LEN)  =
                  CFYUB-SHI-MEI  (WK-CHO-POS:WK-CHO-LEN)
               MOVE  "1"  TO  WK-ITCHI-FLG
           END-IF.
       EXT.
           EXIT.
      ******************************************************************
      *    住所１バイト処理（空白以外をWK-JUSHOへ詰める）
      ******************************************************************
       JUSHO-MOJI-RTN         SECTION.
           IF  WK-JUSHO-IN  (WK-IX:1)  =  SPACE
             GO  TO  EXT
           END-IF.
           ADD  +1  TO  WK-JUSHO-LEN.
           MOVE  WK-JUSHO-IN  (WK-IX:1)  TO  WK-JUSHO  (WK-JUSHO-LEN:1).
       EXT.
           EXIT.
