       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM345.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：与信限度見直し申請作成
      * 作成日／作成者：２０２６年１０月１５日  システム技研
      * 変更日／変更者：２０２６年１０月１５日  システム技研
      *       変更内容：得意先の会社コードを申請へ写す
      ********************************************************
      *  与信限度見直し提案ファイル（KUCF205。KUBM340の出力に
      *  与信管理者が採否を記入したもの）を読み、採用フラグが
      *  "1"の提案ごとに得意先マスタ変更申請（KJCF050の変更
      *  "C"）を作る。変更申請は全項目の置き換えのため、与信
      *  限度額以外の項目は現在の得意先マスタの値をそのまま写し、
      *  与信限度額は採用限度額（ゼロ・非数字は提案限度額）と
      *  する。申請者は実行した操作者（環境変数KCOPID）で、
      *  操作者マスタに登録が無ければ処理しない。作成した申請は
      *  承認待ちファイルとしてKJBM150の承認を受け、KJBM080で
      *  マスタへ適用される。得意先がマスタに無い提案と、提案
      *  後に与信限度額が変更された得意先の提案はエラー区分を
      *  付けてエラーファイルへ出力し、申請を作らない。全提案の
      *  処理結果を一覧に印字する
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  ITF-FILE  ASSIGN  TO  EXTERNAL  ITF.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  OPR-FILE  ASSIGN  TO  EXTERNAL  OPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFOPR-USER-ID.
           SELECT  OTF-FILE  ASSIGN  TO  EXTERNAL  OTF.
           SELECT  ERF-FILE  ASSIGN  TO  EXTERNAL  ERF.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  ITF-FILE.
       01  ITF-REC.
           COPY  KUCF205.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  OPR-FILE.
       01  OPR-REC.
           COPY  KCCFOPR.
      *    得意先マスタ変更申請（承認待ち）
       FD  OTF-FILE.
       01  OTF-REC.
           COPY  KJCF050.
      *    エラーになった提案（エラー区分を設定）
       FD  ERF-FILE.
       01  ERF-REC                PIC  X(61).
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE            SECTION.
       01  ITF-END-FLG            PIC  X(1)          VALUE  "0".
       01  ITF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  SAIYO-CNT              PIC S9(9)  COMP-3  VALUE  +0.
       01  MIOKURI-CNT            PIC S9(9)  COMP-3  VALUE  +0.
       01  OTF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  ERR-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  LINE-CNT               PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT               PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT       PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
       01  WK-OPID                PIC  X(08)          VALUE  SPACE.
       01  WK-AUTH-FLG            PIC  X(01)          VALUE  SPACE.
       01  WK-SHINSEI-LIMIT       PIC S9(09)          VALUE  ZERO.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(32)  VALUE
                "与信限度見直し申請作成リスト".
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
         02  FILLER               PIC  X(47)  VALUE  SPACE.
      *  小見出し
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(6)   VALUE  "得意先".
         02  FILLER               PIC  X(22)  VALUE  "得意先名".
         02  FILLER               PIC  X(10)  VALUE  "提案日".
         02  FILLER               PIC  X(6)   VALUE  "提案".
         02  FILLER               PIC  X(13)  VALUE  "現在限度額".
         02  FILLER               PIC  X(13)  VALUE  "提案限度額".
         02  FILLER               PIC  X(13)  VALUE  "申請限度額".
         02  FILLER               PIC  X(52)  VALUE  "処理結果".
      *  明細
       01  D1-MEISAI.
         02  D1-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TOKU-MEI          PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TEIAN-DATE        PIC  9(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TEIAN             PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-GENZAI-LIMIT      PIC  ZZZ,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TEIAN-LIMIT       PIC  ZZZ,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHINSEI-LIMIT     PIC  ZZZ,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-KEKKA             PIC  X(30).
         02  FILLER               PIC  X(22)  VALUE  SPACE.
      *  件数
       01  D2-GOKEI.
         02  FILLER               PIC  X(10)  VALUE  "申請作成：".
         02  D2-OTF-CNT           PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "見送り：".
         02  D2-MIOKURI-CNT       PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "エラー：".
         02  D2-ERR-CNT           PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(83)  VALUE  SPACE.
      *
      ********************************************************
      *  与信限度見直し申請作成
      ********************************************************
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  ITF-READ-RTN.
           PERFORM  TEIAN-RTN  UNTIL  ITF-END-FLG  =  "1".
           PERFORM  GOKEI-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KUBM345 START ***".
           PERFORM  AUTH-RTN.
           OPEN  INPUT   ITF-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  OUTPUT  OTF-FILE.
           OPEN  OUTPUT  ERF-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
       EXT.
           EXIT.
      ********************************************************
      *  操作者確認処理（申請者として操作者マスタに登録された
      *  利用者であること）
      ********************************************************
       AUTH-RTN                   SECTION.
           ACCEPT  WK-OPID  FROM  ENVIRONMENT  "KCOPID".
           MOVE  SPACE  TO  WK-AUTH-FLG.
           OPEN  INPUT  OPR-FILE.
           MOVE  WK-OPID  TO  CFOPR-USER-ID.
           READ  OPR-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               MOVE  "1"  TO  WK-AUTH-FLG
           END-READ.
           CLOSE  OPR-FILE.
           IF  WK-AUTH-FLG  NOT  =  "1"
             DISPLAY  "*** KUBM345 AUTH ERROR OPID="  WK-OPID
             STOP  RUN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  提案入力処理
      ********************************************************
       ITF-READ-RTN               SECTION.
           READ  ITF-FILE
             AT  END
               MOVE  "1"  TO  ITF-END-FLG
             NOT  AT  END
               ADD  +1  TO  ITF-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  提案１件処理
      ********************************************************
       TEIAN-RTN                  SECTION.
           MOVE  SPACE  TO  D1-TOKU-MEI  D1-KEKKA.
           MOVE  ZERO   TO  WK-SHINSEI-LIMIT.
           MOVE  SPACE  TO  UF205-ERR-KBN.
           IF  UF205-SAIYO-FLG  NOT  =  "1"
             ADD  +1  TO  MIOKURI-CNT
             MOVE  "見送り"  TO  D1-KEKKA
             GO  TO  PRINT-SET
           END-IF.
           ADD  +1  TO  SAIYO-CNT.
           IF  UF205-SAIYO-LIMIT  IS  NUMERIC
             AND  UF205-SAIYO-LIMIT  >  ZERO
               MOVE  UF205-SAIYO-LIMIT  TO  WK-SHINSEI-LIMIT
           ELSE
               MOVE  UF205-TEIAN-LIMIT  TO  WK-SHINSEI-LIMIT
           END-IF.
           MOVE  UF205-TOKU-COD  TO  CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               MOVE  "1"  TO  UF205-ERR-KBN
               MOVE  "エラー：得意先がありません"
                 TO  D1-KEKKA
           END-READ.
           IF  UF205-ERR-KBN  =  SPACE
             MOVE  CFTOK-TOKU-MEI  TO  D1-TOKU-MEI
             IF  CFTOK-CREDIT-LIMIT  NOT  =  UF205-GENZAI-LIMIT
               MOVE  "2"  TO  UF205-ERR-KBN
               MOVE  "エラー：与信限度額が変更済み"
                 TO  D1-KEKKA
             END-IF
           END-IF.
           IF  UF205-ERR-KBN  NOT  =  SPACE
             MOVE  ITF-REC  TO  ERF-REC
             WRITE  ERF-REC
             ADD  +1  TO  ERR-CNT
             GO  TO  PRINT-SET
           END-IF.
           PERFORM  SHINSEI-RTN.
           MOVE  "変更申請作成"  TO  D1-KEKKA.
       PRINT-SET.
           PERFORM  MEISAI-RTN.
           PERFORM  ITF-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  変更申請作成処理（与信限度額以外は現在のマスタの値）
      ********************************************************
       SHINSEI-RTN                SECTION.
           MOVE  SPACE                  TO  OTF-REC.
           MOVE  "C"                    TO  JF050-ACTION-KBN.
           MOVE  CFTOK-TOKU-COD         TO  JF050-TOKU-COD.
           MOVE  CFTOK-TOKU-MEI         TO  JF050-TOKU-MEI.
           MOVE  WK-SHINSEI-LIMIT       TO  JF050-CREDIT-LIMIT.
           MOVE  CFTOK-CURRENCY         TO  JF050-CURRENCY.
           MOVE  CFTOK-HOLD-FLG         TO  JF050-HOLD-FLG.
           MOVE  CFTOK-SIME-DD          TO  JF050-SIME-DD.
           MOVE  CFTOK-PARENT-COD       TO  JF050-PARENT-COD.
           MOVE  CFTOK-YUBIN-NO         TO  JF050-YUBIN-NO.
           MOVE  CFTOK-JUSHO            TO  JF050-JUSHO.
           MOVE  CFTOK-TEL              TO  JF050-TEL.
           MOVE  CFTOK-MIN-ZANSON-DAYS  TO  JF050-MIN-ZANSON-DAYS.
           MOVE  CFTOK-DAITAI-FLG       TO  JF050-DAITAI-FLG.
           MOVE  CFTOK-KAISHU-MM        TO  JF050-KAISHU-MM.
           MOVE  CFTOK-UNCHIN-KBN       TO  JF050-UNCHIN-KBN.
           MOVE  CFTOK-UNCHIN-GAKU      TO  JF050-UNCHIN-GAKU.
           MOVE  CFTOK-WARIBIKI-DAYS    TO  JF050-WARIBIKI-DAYS.
           MOVE  CFTOK-WARIBIKI-RITU    TO  JF050-WARIBIKI-RITU.
           MOVE  CFTOK-SOSAI-SIIRE-COD  TO  JF050-SOSAI-SIIRE-COD.
           MOVE  CFTOK-HASAN-KBN        TO  JF050-HASAN-KBN.
           MOVE  CFTOK-CHIEN-RITU       TO  JF050-CHIEN-RITU.
           MOVE  CFTOK-CHIEN-YUYO-DAYS  TO  JF050-CHIEN-YUYO-DAYS.
           MOVE  CFTOK-CHIEN-MENJO-FLG  TO  JF050-CHIEN-MENJO-FLG.
           MOVE  CFTOK-MAEUKE-FLG       TO  JF050-MAEUKE-FLG.
           MOVE  CFTOK-ITAKU-WHS        TO  JF050-ITAKU-WHS.
           MOVE  CFTOK-INCOTERMS        TO  JF050-INCOTERMS.
           MOVE  CFTOK-INCO-BASHO       TO  JF050-INCO-BASHO.
           MOVE  CFTOK-CNSG-MEI         TO  JF050-CNSG-MEI.
           MOVE  CFTOK-CNSG-JUSHO1      TO  JF050-CNSG-JUSHO1.
           MOVE  CFTOK-CNSG-JUSHO2      TO  JF050-CNSG-JUSHO2.
           MOVE  CFTOK-CNSG-KUNI        TO  JF050-CNSG-KUNI.
           MOVE  CFTOK-KAISHA-COD       TO  JF050-KAISHA-COD.
           MOVE  ZERO                   TO  JF050-EFF-DATE.
           MOVE  WK-OPID                TO  JF050-APPLY-USER.
           WRITE  OTF-REC.
           ADD  +1  TO  OTF-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  明細印字処理
      ********************************************************
       MEISAI-RTN                 SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  UF205-TOKU-COD      TO  D1-TOKU-COD.
           MOVE  UF205-TEIAN-DATE    TO  D1-TEIAN-DATE.
           IF  UF205-TEIAN-KBN  =  "1"
             MOVE  "増額"  TO  D1-TEIAN
           ELSE
             MOVE  "減額"  TO  D1-TEIAN
           END-IF.
           MOVE  UF205-GENZAI-LIMIT  TO  D1-GENZAI-LIMIT.
           MOVE  UF205-TEIAN-LIMIT   TO  D1-TEIAN-LIMIT.
           MOVE  WK-SHINSEI-LIMIT    TO  D1-SHINSEI-LIMIT.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  件数印字処理
      ********************************************************
       GOKEI-RTN                  SECTION.
           IF  PAGE-CNT  =  ZERO
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  OTF-CNT      TO  D2-OTF-CNT.
           MOVE  MIOKURI-CNT  TO  D2-MIOKURI-CNT.
           MOVE  ERR-CNT      TO  D2-ERR-CNT.
           MOVE  D2-GOKEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
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
           MOVE  H2-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           ADD  +3  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  ITF-FILE  TOK-FILE  OTF-FILE  ERF-FILE  OEF-FILE.
           DISPLAY  "*** ITF-CNT    ="  ITF-CNT.
           DISPLAY  "*** SAIYO-CNT  ="  SAIYO-CNT.
           DISPLAY  "*** MIOKURI-CNT="  MIOKURI-CNT.
           DISPLAY  "*** OTF-CNT    ="  OTF-CNT.
           DISPLAY  "*** ERR-CNT    ="  ERR-CNT.
           DISPLAY  "*** KUBM345  END ***".
       EXT.
           EXIT.
