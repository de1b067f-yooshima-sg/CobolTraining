       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KJBM445.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：共通
      *  プログラム名      ：郵便番号マスタ作成
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    日本郵便が公開する郵便番号データ（全国一括のカンマ区切り
      *    ファイル。当システムの文字コードへ変換したもの）を読み、
      *    郵便番号マスタ（KCCFYUB）を作り直す。各行の項目は
      *    全国地方公共団体コード,旧郵便番号,郵便番号,都道府県名
      *    カナ,市区町村名カナ,町域名カナ,都道府県名,市区町村名,
      *    町域名,…の順で、文字項目は二重引用符で囲まれている。
      *    同じ郵便番号が複数行ある場合（１つの郵便番号に複数の
      *    町域がある・町域名が複数行に分かれている）は最初の行を
      *    採用し、以降は重複件数として数える。数字７桁でない郵便
      *    番号の行は形式エラーとして数えて読み飛ばす。
      *    データは月次で更新されるため、更新の都度実行する
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  KEN-FILE  ASSIGN  TO  EXTERNAL  KEN
                   ORGANIZATION  LINE  SEQUENTIAL.
           SELECT  YUB-FILE  ASSIGN  TO  EXTERNAL  YUB
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFYUB-YUBIN-NO.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  KEN-FILE.
       01  KEN-REC                 PIC  X(400).
       FD  YUB-FILE.
       01  YUB-REC.
           COPY  KCCFYUB.
      *
       WORKING-STORAGE             SECTION.
       01  KEN-END-FLG             PIC  X(1)          VALUE  "0".
       01  KEN-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  YUB-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  DUP-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  ERR-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
      *    引用符を除いた１行
       01  WK-KEN-LINE             PIC  X(400)        VALUE  SPACE.
       01  WK-LINE-IX              PIC S9(04)  COMP   VALUE  +0.
       01  WK-LINE-LEN             PIC S9(04)  COMP   VALUE  +0.
      *    ＣＳＶ項目の受渡し領域（使う項目のみ）
       01  WK-CSV-JIS-COD          PIC  X(05)         VALUE  SPACE.
       01  WK-CSV-OLD-YUBIN        PIC  X(05)         VALUE  SPACE.
       01  WK-CSV-YUBIN-NO         PIC  X(07)         VALUE  SPACE.
       01  WK-CSV-KEN-KANA         PIC  X(20)         VALUE  SPACE.
       01  WK-CSV-SHI-KANA         PIC  X(40)         VALUE  SPACE.
       01  WK-CSV-CHO-KANA         PIC  X(80)         VALUE  SPACE.
       01  WK-CSV-KEN-MEI          PIC  X(08)         VALUE  SPACE.
       01  WK-CSV-SHI-MEI          PIC  X(24)         VALUE  SPACE.
       01  WK-CSV-CHO-MEI          PIC  X(40)         VALUE  SPACE.
      *
      ********************************************************
      *  郵便番号マスタ作成
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  KEN-READ-RTN.
           PERFORM  TOROKU-RTN  UNTIL  KEN-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（マスタは全件作り直す）
      ********************************************************
       INIT-RTN                    SECTION.
           DISPLAY  "*** KJBM445 START ***".
           OPEN  INPUT   KEN-FILE.
           OPEN  OUTPUT  YUB-FILE.
       EXT.
           EXIT.
      ********************************************************
      *  郵便番号データ入力処理
      ********************************************************
       KEN-READ-RTN                SECTION.
           READ  KEN-FILE
             AT  END
               MOVE  "1"  TO  KEN-END-FLG
             NOT  AT  END
               ADD  +1  TO  KEN-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  登録処理（引用符を除いて項目に分け、郵便番号をキーに
      *  書き込む。既にある郵便番号は重複として数える）
      ********************************************************
       TOROKU-RTN                  SECTION.
           MOVE  SPACE  TO  WK-KEN-LINE.
           MOVE  ZERO   TO  WK-LINE-LEN.
           PERFORM  INYOFU-RTN
             VARYING  WK-LINE-IX  FROM  1  BY  1
               UNTIL  WK-LINE-IX  >  400.
           MOVE  SPACE  TO  WK-CSV-JIS-COD   WK-CSV-OLD-YUBIN
                            WK-CSV-YUBIN-NO  WK-CSV-KEN-KANA
                            WK-CSV-SHI-KANA  WK-CSV-CHO-KANA
                            WK-CSV-KEN-MEI   WK-CSV-SHI-MEI
                            WK-CSV-CHO-MEI.
           UNSTRING  WK-KEN-LINE  DELIMITED  BY  ","
               INTO  WK-CSV-JIS-COD
                     WK-CSV-OLD-YUBIN
                     WK-CSV-YUBIN-NO
                     WK-CSV-KEN-KANA
                     WK-CSV-SHI-KANA
                     WK-CSV-CHO-KANA
                     WK-CSV-KEN-MEI
                     WK-CSV-SHI-MEI
                     WK-CSV-CHO-MEI
           END-UNSTRING.
           IF  WK-CSV-YUBIN-NO  IS  NOT  NUMERIC
             ADD  +1  TO  ERR-CNT
             GO  TO  NEXT-READ
           END-IF.
           IF  WK-CSV-CHO-MEI  =  "以下に掲載がない場合"
             MOVE  SPACE  TO  WK-CSV-CHO-MEI
           END-IF.
           MOVE  SPACE             TO  YUB-REC.
           MOVE  WK-CSV-YUBIN-NO   TO  CFYUB-YUBIN-NO.
           MOVE  WK-CSV-JIS-COD    TO  CFYUB-JIS-COD.
           MOVE  WK-CSV-KEN-MEI    TO  CFYUB-KEN-MEI.
           MOVE  WK-CSV-SHI-MEI    TO  CFYUB-SHI-MEI.
           MOVE  WK-CSV-CHO-MEI    TO  CFYUB-CHO-MEI.
           WRITE  YUB-REC
             INVALID  KEY
               ADD  +1  TO  DUP-CNT
             NOT  INVALID  KEY
               ADD  +1  TO  YUB-CNT
           END-WRITE.
       NEXT-READ.
           PERFORM  KEN-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  引用符除去処理（二重引用符以外の文字を詰めて写す）
      ********************************************************
       INYOFU-RTN                  SECTION.
           IF  KEN-REC  (WK-LINE-IX:1)  =  QUOTE
             GO  TO  EXT
           END-IF.
           ADD  +1  TO  WK-LINE-LEN.
           MOVE  KEN-REC  (WK-LINE-IX:1)
             TO  WK-KEN-LINE  (WK-LINE-LEN:1).
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  KEN-FILE  YUB-FILE.
           DISPLAY  "*** KEN-CNT="  KEN-CNT.
           DISPLAY  "*** YUB-CNT="  YUB-CNT.
           DISPLAY  "*** DUP-CNT="  DUP-CNT.
           DISPLAY  "*** ERR-CNT="  ERR-CNT.
           DISPLAY  "*** KJBM445  END ***".
       EXT.
           EXIT.
