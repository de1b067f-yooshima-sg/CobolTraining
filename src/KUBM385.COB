       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM385.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：発行文書検索リスト
      * 作成日／作成者：２０２６年１０月１５日  システム技研
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *  発行文書保存の索引（KUCF245、外部名ARX）を順に読み、
      *  次の環境変数で指定した条件に合う文書を一覧する。条件は
      *  すべて省略でき、省略した条件は絞り込まない。
      *  　KUBM385_DATE_FROM／KUBM385_DATE_TO　発行日の範囲
      *  　　（YYYYMMDD）
      *  　KUBM385_KINGAKU_FROM／KUBM385_KINGAKU_TO　金額の範囲
      *  　　（円、符号なしの整数）
      *  　KUBM385_TOKU　得意先コード
      *  　KUBM385_DOCKBN　文書区分（KUCF245参照）
      *  　KUBM385_KAISHA　会社コード
      *  該当した文書は文書保存サービス（KCBS060）で本文を読み
      *  直してハッシュを照合し、結果を「正常」「改ざん疑い」で
      *  印字する。改ざん疑いが１件でもあれば警告を表示し、
      *  リターンコード８で終了する。指定した条件の形式が誤って
      *  いる場合は何も出力せずに異常終了する。再発行は一覧の
      *  文書区分・文書番号・発行日・発行時刻を指定してKUBM390で
      *  行う
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  ARX-FILE  ASSIGN  TO  EXTERNAL  ARX
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  ARX-KEY.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  ARX-FILE.
       01  ARX-REC.
           COPY  KUCF245.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE            SECTION.
       01  ARX-END-FLG            PIC  X(1)          VALUE  "0".
       01  ARX-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  HIT-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  KAIZAN-CNT             PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT       PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    検索条件（省略時は全範囲）
       01  WK-DATE-FROM-X         PIC  X(08)          VALUE  SPACE.
       01  WK-DATE-TO-X           PIC  X(08)          VALUE  SPACE.
       01  WK-DATE-FROM           PIC  9(08)          VALUE  ZERO.
       01  WK-DATE-TO             PIC  9(08)          VALUE  99999999.
       01  WK-KINGAKU-FROM-X      PIC  X(11)          VALUE  SPACE.
       01  WK-KINGAKU-TO-X        PIC  X(11)          VALUE  SPACE.
       01  WK-KINGAKU-FROM        PIC S9(11)          VALUE
                                                 -99999999999.
       01  WK-KINGAKU-TO          PIC S9(11)          VALUE
                                                 +99999999999.
       01  WK-TOKU-OPT            PIC  X(04)          VALUE  SPACE.
       01  WK-DOCKBN-OPT          PIC  X(01)          VALUE  SPACE.
       01  WK-KAISHA-OPT          PIC  X(02)          VALUE  SPACE.
       01  WK-PARM-CHK            PIC  X(11)          VALUE  SPACE.
       01  WK-PARM-ERR-FLG        PIC  X(01)          VALUE  "0".
      *    文書区分の表示文言（区分"1"〜"5"）
       01  WK-DOC-MEI-V.
         02  FILLER               PIC  X(20)  VALUE
                "請求明細書".
         02  FILLER               PIC  X(20)  VALUE
                "グループ合算請求書".
         02  FILLER               PIC  X(20)  VALUE
                "デジタルインボイス".
         02  FILLER               PIC  X(20)  VALUE
                "請求調整メモ".
         02  FILLER               PIC  X(20)  VALUE
                "納品書".
       01  WK-DOC-MEI-TBL  REDEFINES  WK-DOC-MEI-V.
         02  WK-DOC-MEI           PIC  X(20)  OCCURS  5  TIMES.
       01  WK-DOC-IDX             PIC  9(01)          VALUE  ZERO.
           COPY  KCBS060P.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(20)  VALUE
                "発行文書検索リスト".
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
         02  FILLER               PIC  X(59)  VALUE  SPACE.
      *  検索条件
       01  H2-JOKEN.
         02  FILLER               PIC  X(8)   VALUE  "発行日：".
         02  H2-DATE-FROM         PIC  9(08).
         02  FILLER               PIC  X(2)   VALUE  "〜".
         02  H2-DATE-TO           PIC  9(08).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "金額：".
         02  H2-KINGAKU-FROM      PIC  -(11)9.
         02  FILLER               PIC  X(2)   VALUE  "〜".
         02  H2-KINGAKU-TO        PIC  -(11)9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "得意先：".
         02  H2-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "文書区分：".
         02  H2-DOC-KBN           PIC  X(1).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "会社：".
         02  H2-KAISHA-COD        PIC  X(2).
         02  FILLER               PIC  X(38)  VALUE  SPACE.
      *  小見出し
       01  H3-KOMIDASHI.
         02  FILLER               PIC  X(24)  VALUE  "区分".
         02  FILLER               PIC  X(12)  VALUE  "文書番号".
         02  FILLER               PIC  X(16)  VALUE  "発行日時".
         02  FILLER               PIC  X(6)   VALUE  "得意先".
         02  FILLER               PIC  X(21)  VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "会社".
         02  FILLER               PIC  X(13)  VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "金額".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "行数".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "検証".
         02  FILLER               PIC  X(21)  VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-DOC-KBN           PIC  X(1).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-DOC-MEI           PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-DOC-NO            PIC  X(10).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-HAKKO-DATE        PIC  9(08).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-HAKKO-TIME        PIC  9(06).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-TOKU-MEI          PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KAISHA-COD        PIC  X(2).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KINGAKU           PIC  --,---,---,--9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-GYO-CNT           PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KENSHO            PIC  X(12).
         02  FILLER               PIC  X(16)  VALUE  SPACE.
      *  件数
       01  D2-KENSU.
         02  D2-TITLE             PIC  X(16).
         02  D2-KEN               PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(113) VALUE  SPACE.
      *
      ********************************************************
      * 発行文書検索リスト
      ********************************************************
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  ARX-READ-RTN.
           PERFORM  KENSAKU-RTN  UNTIL  ARX-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      * 開始処理（検索条件を受け取り、形式を確かめる）
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KUBM385 START ***".
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           ACCEPT  WK-DATE-FROM-X
             FROM  ENVIRONMENT  "KUBM385_DATE_FROM".
           ACCEPT  WK-DATE-TO-X
             FROM  ENVIRONMENT  "KUBM385_DATE_TO".
           ACCEPT  WK-KINGAKU-FROM-X
             FROM  ENVIRONMENT  "KUBM385_KINGAKU_FROM".
           ACCEPT  WK-KINGAKU-TO-X
             FROM  ENVIRONMENT  "KUBM385_KINGAKU_TO".
           ACCEPT  WK-TOKU-OPT
             FROM  ENVIRONMENT  "KUBM385_TOKU".
           ACCEPT  WK-DOCKBN-OPT
             FROM  ENVIRONMENT  "KUBM385_DOCKBN".
           ACCEPT  WK-KAISHA-OPT
             FROM  ENVIRONMENT  "KUBM385_KAISHA".
           IF  WK-DATE-FROM-X  NOT  =  SPACE
             IF  WK-DATE-FROM-X  IS  NUMERIC
               MOVE  WK-DATE-FROM-X  TO  WK-DATE-FROM
             ELSE
               DISPLAY  "*** KUBM385 DATE FROM PARM INVALID: "
                        WK-DATE-FROM-X  " ***"
               MOVE  "1"  TO  WK-PARM-ERR-FLG
             END-IF
           END-IF.
           IF  WK-DATE-TO-X  NOT  =  SPACE
             IF  WK-DATE-TO-X  IS  NUMERIC
               MOVE  WK-DATE-TO-X  TO  WK-DATE-TO
             ELSE
               DISPLAY  "*** KUBM385 DATE TO PARM INVALID: "
                        WK-DATE-TO-X  " ***"
               MOVE  "1"  TO  WK-PARM-ERR-FLG
             END-IF
           END-IF.
           IF  WK-KINGAKU-FROM-X  NOT  =  SPACE
             MOVE  WK-KINGAKU-FROM-X  TO  WK-PARM-CHK
             INSPECT  WK-PARM-CHK  REPLACING  ALL  SPACE  BY  ZERO
             IF  WK-PARM-CHK  IS  NUMERIC
               COMPUTE  WK-KINGAKU-FROM  =
                        FUNCTION  NUMVAL  (WK-KINGAKU-FROM-X)
             ELSE
               DISPLAY  "*** KUBM385 KINGAKU FROM PARM INVALID: "
                        WK-KINGAKU-FROM-X  " ***"
               MOVE  "1"  TO  WK-PARM-ERR-FLG
             END-IF
           END-IF.
           IF  WK-KINGAKU-TO-X  NOT  =  SPACE
             MOVE  WK-KINGAKU-TO-X  TO  WK-PARM-CHK
             INSPECT  WK-PARM-CHK  REPLACING  ALL  SPACE  BY  ZERO
             IF  WK-PARM-CHK  IS  NUMERIC
               COMPUTE  WK-KINGAKU-TO  =
                        FUNCTION  NUMVAL  (WK-KINGAKU-TO-X)
             ELSE
               DISPLAY  "*** KUBM385 KINGAKU TO PARM INVALID: "
                        WK-KINGAKU-TO-X  " ***"
               MOVE  "1"  TO  WK-PARM-ERR-FLG
             END-IF
           END-IF.
           IF  WK-PARM-ERR-FLG  =  "1"
             MOVE  16  TO  RETURN-CODE
             STOP  RUN
           END-IF.
           MOVE  WK-DATE-FROM     TO  H2-DATE-FROM.
           MOVE  WK-DATE-TO       TO  H2-DATE-TO.
           MOVE  WK-KINGAKU-FROM  TO  H2-KINGAKU-FROM.
           MOVE  WK-KINGAKU-TO    TO  H2-KINGAKU-TO.
           MOVE  WK-TOKU-OPT      TO  H2-TOKU-COD.
           MOVE  WK-DOCKBN-OPT    TO  H2-DOC-KBN.
           MOVE  WK-KAISHA-OPT    TO  H2-KAISHA-COD.
           OPEN  INPUT   ARX-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  OUTPUT  OEF-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 索引入力処理
      ********************************************************
       ARX-READ-RTN               SECTION.
           READ  ARX-FILE
             AT  END
               MOVE  "1"  TO  ARX-END-FLG
             NOT  AT  END
               ADD  +1  TO  ARX-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 検索処理（条件に合う文書だけを検証して印字する）
      ********************************************************
       KENSAKU-RTN                SECTION.
           IF  ARX-HAKKO-DATE  <  WK-DATE-FROM
             OR  ARX-HAKKO-DATE  >  WK-DATE-TO
             GO  TO  NEXT-READ
           END-IF.
           IF  ARX-KINGAKU  <  WK-KINGAKU-FROM
             OR  ARX-KINGAKU  >  WK-KINGAKU-TO
             GO  TO  NEXT-READ
           END-IF.
           IF  WK-TOKU-OPT  NOT  =  SPACE
             AND  ARX-TOKU-COD  NOT  =  WK-TOKU-OPT
             GO  TO  NEXT-READ
           END-IF.
           IF  WK-DOCKBN-OPT  NOT  =  SPACE
             AND  ARX-DOC-KBN  NOT  =  WK-DOCKBN-OPT
             GO  TO  NEXT-READ
           END-IF.
           IF  WK-KAISHA-OPT  NOT  =  SPACE
             AND  ARX-KAISHA-COD  NOT  =  WK-KAISHA-OPT
             GO  TO  NEXT-READ
           END-IF.
           ADD  +1  TO  HIT-CNT.
           PERFORM  KENSHO-RTN.
           PERFORM  MEISAI-RTN.
       NEXT-READ.
           PERFORM  ARX-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 検証処理（本文を読み直してハッシュを照合する）
      ********************************************************
       KENSHO-RTN                 SECTION.
           MOVE  SPACE            TO  KCBS060-P1.
           MOVE  "5"              TO  S060-FUNC.
           MOVE  ARX-DOC-KBN      TO  S060-DOC-KBN.
           MOVE  ARX-DOC-NO       TO  S060-DOC-NO.
           MOVE  ARX-HAKKO-DATE   TO  S060-HAKKO-DATE.
           MOVE  ARX-HAKKO-TIME   TO  S060-HAKKO-TIME.
           CALL  "KCBS060"  USING  KCBS060-P1.
           EVALUATE  S060-RCD
             WHEN  SPACE
               MOVE  "正常"        TO  D1-KENSHO
             WHEN  "H"
               MOVE  "改ざん疑い"  TO  D1-KENSHO
               ADD  +1  TO  KAIZAN-CNT
             WHEN  OTHER
               MOVE  "検証不能"    TO  D1-KENSHO
               ADD  +1  TO  KAIZAN-CNT
           END-EVALUATE.
       EXT.
           EXIT.
      ********************************************************
      * 明細出力処理
      ********************************************************
       MEISAI-RTN                 SECTION.
           IF  LINE-CNT  >  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  ARX-DOC-KBN  TO  D1-DOC-KBN.
           MOVE  SPACE        TO  D1-DOC-MEI.
           IF  ARX-DOC-KBN  IS  NUMERIC
             MOVE  ARX-DOC-KBN  TO  WK-DOC-IDX
             IF  WK-DOC-IDX  >=  1  AND  WK-DOC-IDX  <=  5
               MOVE  WK-DOC-MEI  (WK-DOC-IDX)  TO  D1-DOC-MEI
             END-IF
           END-IF.
           MOVE  ARX-DOC-NO             TO  D1-DOC-NO.
           MOVE  ARX-HAKKO-DATE         TO  D1-HAKKO-DATE.
           MOVE  ARX-HAKKO-TIME  (1:6)  TO  D1-HAKKO-TIME.
           MOVE  ARX-TOKU-COD  TO  D1-TOKU-COD  CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               MOVE  SPACE  TO  CFTOK-TOKU-MEI
           END-READ.
           MOVE  CFTOK-TOKU-MEI   TO  D1-TOKU-MEI.
           MOVE  ARX-KAISHA-COD   TO  D1-KAISHA-COD.
           MOVE  ARX-KINGAKU      TO  D1-KINGAKU.
           MOVE  ARX-GYO-CNT      TO  D1-GYO-CNT.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 見出し出力処理
      ********************************************************
       MIDASHI-RTN                SECTION.
           ADD  +1  TO  PAGE-CNT.
           MOVE  PAGE-CNT  TO  H1-PAGE-NO.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  H2-JOKEN      TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  H3-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  5  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理（該当件数・改ざん疑い件数を印字する）
      ********************************************************
       TERM-RTN                   SECTION.
           IF  PAGE-CNT  =  ZERO
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  "＊該当件数＊"    TO  D2-TITLE.
           MOVE  HIT-CNT           TO  D2-KEN.
           MOVE  D2-KENSU  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  "　改ざん疑い"    TO  D2-TITLE.
           MOVE  KAIZAN-CNT        TO  D2-KEN.
           MOVE  D2-KENSU  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           MOVE  "9"  TO  S060-FUNC.
           CALL  "KCBS060"  USING  KCBS060-P1.
           CLOSE  ARX-FILE  TOK-FILE  OEF-FILE.
           DISPLAY  "*** ARX-CNT   ="  ARX-CNT.
           DISPLAY  "*** HIT-CNT   ="  HIT-CNT.
           DISPLAY  "*** KAIZAN-CNT="  KAIZAN-CNT.
           IF  KAIZAN-CNT  >  0
             DISPLAY  "*** KUBM385 KAIZAN UTAGAI CNT="  KAIZAN-CNT
                      " ***"
             MOVE  8  TO  RETURN-CODE
           END-IF.
           DISPLAY  "*** KUBM385  END ***".
       EXT.
           EXIT.
