       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM390.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：保存文書再発行
      * 作成日／作成者：２０２６年１０月１５日  システム技研
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *  発行文書保存（KUCF245・KUCF240）から過去に発行した文書を
      *  １通取り出し、発行時と同じ内容で再発行する。対象は次の
      *  環境変数で指定する。
      *  　KUBM390_DOCKBN　文書区分（KUCF245参照、必須）
      *  　KUBM390_DOCNO　文書番号（必須）
      *  　KUBM390_DATE／KUBM390_TIME　発行日（YYYYMMDD）・発行
      *  　　時刻（HHMMSS＋1/100秒）。省略時は該当する文書のうち
      *  　　最後に発行したもの
      *  　KUBM390_RIYU　再発行の理由
      *  　KUBM390_OUTDIR　デジタルインボイスの出力先（省略時は
      *  　　カレント）
      *  帳票の文書は改ページごとに「再発行」の表示行を付けて
      *  印刷ファイル（OEF）へ、デジタルインボイスはXML宣言の
      *  直後に再発行の注記を入れた別ファイル（SAIHAKKO.文書番号
      *  .発行日.xml）へ出力する。出力前に文書保存サービス
      *  （KCBS060）でハッシュを照合し、改ざんの疑いがあれば
      *  再発行しない。依頼者は環境変数KCOPIDの操作者ＩＤを
      *  操作者マスタと照合し、再発行の可否にかかわらず依頼者・
      *  対象・理由・結果を再発行ログ（KUCF250、外部名RHL）へ
      *  追記する。該当なし・改ざん疑いはリターンコード８、
      *  指定誤り・操作者マスタに無い依頼者は１６で終了する
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  ARX-FILE  ASSIGN  TO  EXTERNAL  ARX
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  ARX-KEY.
           SELECT  OPR-FILE  ASSIGN  TO  EXTERNAL  OPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFOPR-USER-ID.
           SELECT  RHL-FILE  ASSIGN  TO  EXTERNAL  RHL.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
           SELECT  XML-FILE  ASSIGN  TO  DYNAMIC  WK-XML-NAME
                   ORGANIZATION  LINE  SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  ARX-FILE.
       01  ARX-REC.
           COPY  KUCF245.
      *    操作者マスタ（依頼者の確認用）
       FD  OPR-FILE.
       01  OPR-REC.
           COPY  KCCFOPR.
       FD  RHL-FILE.
       01  RHL-REC.
           COPY  KUCF250.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *    デジタルインボイスの再発行ファイル
       FD  XML-FILE.
       01  XML-REC                PIC  X(250).
      *
       WORKING-STORAGE            SECTION.
       01  ARX-END-FLG            PIC  X(1)          VALUE  "0".
       01  GYO-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
       01  WK-PC-TIME8            PIC  9(08)          VALUE  ZERO.
      *    依頼者（環境変数KCOPIDの操作者ＩＤ）
       01  WK-OPID                PIC  X(08)          VALUE  SPACE.
       01  WK-OPR-FLG             PIC  X(01)          VALUE  SPACE.
      *    再発行の対象・理由・出力先
       01  WK-DOCKBN-OPT          PIC  X(01)          VALUE  SPACE.
       01  WK-DOCNO-OPT           PIC  X(10)          VALUE  SPACE.
       01  WK-DATE-X              PIC  X(08)          VALUE  SPACE.
       01  WK-TIME-X              PIC  X(08)          VALUE  SPACE.
       01  WK-DATE-OPT            PIC  9(08)          VALUE  ZERO.
       01  WK-TIME-OPT            PIC  9(08)          VALUE  ZERO.
       01  WK-RIYU                PIC  X(40)          VALUE  SPACE.
       01  WK-OUT-DIR             PIC  X(80)          VALUE  SPACE.
       01  WK-XML-NAME            PIC  X(120)         VALUE  SPACE.
       01  WK-PARM-ERR-FLG        PIC  X(01)          VALUE  "0".
      *    該当した保存文書（同じ区分・番号のうち最後に発行した
      *    もの）
       01  WK-FOUND-FLG           PIC  X(01)          VALUE  "0".
       01  WK-HAKKO-DATE          PIC  9(08)          VALUE  ZERO.
       01  WK-HAKKO-TIME          PIC  9(08)          VALUE  ZERO.
      *    再発行ログの結果（KUCF250参照）
       01  WK-KEKKA               PIC  X(01)          VALUE  SPACE.
      *    改行区分（"P"＝改ページ、"1"〜"9"＝改行数）
       01  WK-KAIGYO              PIC  X(01)          VALUE  SPACE.
       01  WK-KAIGYO-SU  REDEFINES  WK-KAIGYO
                                  PIC  9(01).
           COPY  KCBS060P.
      *  再発行表示行
       01  H1-SAIHAKKO.
         02  FILLER               PIC  X(14)  VALUE
                "＊＊再発行＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "再発行日：".
         02  H1-SAIHAKKO-DATE     PIC  9(08).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "依頼者：".
         02  H1-USER-ID           PIC  X(08).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(12)  VALUE
                "元発行日時：".
         02  H1-HAKKO-DATE        PIC  9(08).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-HAKKO-TIME        PIC  9(06).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "理由：".
         02  H1-RIYU              PIC  X(40).
         02  FILLER               PIC  X(6)   VALUE  SPACE.
      *  デジタルインボイスの出力先
       01  D1-XML.
         02  FILLER               PIC  X(16)  VALUE
                "再発行ファイル：".
         02  D1-XML-NAME          PIC  X(119).
      *
      ********************************************************
      * 保存文書再発行
      ********************************************************
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  SAGASU-RTN.
           IF  WK-KEKKA  =  SPACE
             PERFORM  KENSHO-RTN
           END-IF.
           IF  WK-KEKKA  =  SPACE
             IF  WK-DOCKBN-OPT  =  "3"
               PERFORM  XML-SAIHAKKO-RTN
             ELSE
               PERFORM  PRT-SAIHAKKO-RTN
             END-IF
             MOVE  "0"  TO  WK-KEKKA
           END-IF.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      * 開始処理（対象の指定を受け取り、依頼者を確かめる）
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KUBM390 START ***".
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           ACCEPT  WK-PC-TIME8  FROM  TIME.
           ACCEPT  WK-DOCKBN-OPT
             FROM  ENVIRONMENT  "KUBM390_DOCKBN".
           ACCEPT  WK-DOCNO-OPT
             FROM  ENVIRONMENT  "KUBM390_DOCNO".
           ACCEPT  WK-DATE-X
             FROM  ENVIRONMENT  "KUBM390_DATE".
           ACCEPT  WK-TIME-X
             FROM  ENVIRONMENT  "KUBM390_TIME".
           ACCEPT  WK-RIYU
             FROM  ENVIRONMENT  "KUBM390_RIYU".
           ACCEPT  WK-OUT-DIR
             FROM  ENVIRONMENT  "KUBM390_OUTDIR".
           IF  WK-OUT-DIR  =  SPACE
             MOVE  "."  TO  WK-OUT-DIR
           END-IF.
           IF  WK-DOCKBN-OPT  =  SPACE  OR  WK-DOCNO-OPT  =  SPACE
             DISPLAY  "*** KUBM390 DOCKBN/DOCNO PARM REQUIRED ***"
             MOVE  "1"  TO  WK-PARM-ERR-FLG
           END-IF.
           IF  WK-DATE-X  NOT  =  SPACE
             IF  WK-DATE-X  IS  NUMERIC
               MOVE  WK-DATE-X  TO  WK-DATE-OPT
             ELSE
               DISPLAY  "*** KUBM390 DATE PARM INVALID: "
                        WK-DATE-X  " ***"
               MOVE  "1"  TO  WK-PARM-ERR-FLG
             END-IF
           END-IF.
           IF  WK-TIME-X  NOT  =  SPACE
             IF  WK-TIME-X  IS  NUMERIC  AND  WK-DATE-X  NOT  =  SPACE
               MOVE  WK-TIME-X  TO  WK-TIME-OPT
             ELSE
               DISPLAY  "*** KUBM390 TIME PARM INVALID: "
                        WK-TIME-X  " ***"
               MOVE  "1"  TO  WK-PARM-ERR-FLG
             END-IF
           END-IF.
           IF  WK-PARM-ERR-FLG  =  "1"
             MOVE  16  TO  RETURN-CODE
             STOP  RUN
           END-IF.
           OPEN  EXTEND  RHL-FILE.
           PERFORM  AUTH-RTN.
           OPEN  INPUT   ARX-FILE.
           OPEN  OUTPUT  OEF-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 依頼者確認処理（操作者マスタに無い依頼者は再発行せず、
      * ログだけを残して止める）
      ********************************************************
       AUTH-RTN                   SECTION.
           ACCEPT  WK-OPID  FROM  ENVIRONMENT  "KCOPID".
           MOVE  SPACE  TO  WK-OPR-FLG.
           OPEN  INPUT  OPR-FILE.
           MOVE  WK-OPID  TO  CFOPR-USER-ID.
           READ  OPR-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               MOVE  "1"  TO  WK-OPR-FLG
           END-READ.
           CLOSE  OPR-FILE.
           IF  WK-OPR-FLG  NOT  =  "1"
             DISPLAY  "*** KUBM390 AUTH ERROR OPID="  WK-OPID
             MOVE  "3"  TO  WK-KEKKA
             PERFORM  LOG-RTN
             CLOSE  RHL-FILE
             MOVE  16  TO  RETURN-CODE
             STOP  RUN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 対象文書検索処理（区分・番号が同じ索引を発行日時の順に
      * 読み、指定に合う最後の文書を対象とする）
      ********************************************************
       SAGASU-RTN                 SECTION.
           MOVE  WK-DOCKBN-OPT  TO  ARX-DOC-KBN.
           MOVE  WK-DOCNO-OPT   TO  ARX-DOC-NO.
           MOVE  WK-DATE-OPT    TO  ARX-HAKKO-DATE.
           MOVE  WK-TIME-OPT    TO  ARX-HAKKO-TIME.
           START  ARX-FILE  KEY  IS  >=  ARX-KEY
             INVALID  KEY
               MOVE  "1"  TO  ARX-END-FLG
           END-START.
           PERFORM  ARX-READ-RTN  UNTIL  ARX-END-FLG  =  "1".
           IF  WK-FOUND-FLG  NOT  =  "1"
             DISPLAY  "*** KUBM390 DOC NOT FOUND KBN="  WK-DOCKBN-OPT
                      " NO="  WK-DOCNO-OPT  " ***"
             MOVE  "1"  TO  WK-KEKKA
             MOVE  8    TO  RETURN-CODE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 索引入力処理
      ********************************************************
       ARX-READ-RTN               SECTION.
           READ  ARX-FILE  NEXT
             AT  END
               MOVE  "1"  TO  ARX-END-FLG
               GO  TO  EXT
           END-READ.
           IF  ARX-DOC-KBN  NOT  =  WK-DOCKBN-OPT
             OR  ARX-DOC-NO  NOT  =  WK-DOCNO-OPT
             MOVE  "1"  TO  ARX-END-FLG
             GO  TO  EXT
           END-IF.
           IF  WK-DATE-X  NOT  =  SPACE
             IF  ARX-HAKKO-DATE  NOT  =  WK-DATE-OPT
               MOVE  "1"  TO  ARX-END-FLG
               GO  TO  EXT
             END-IF
           END-IF.
           IF  WK-TIME-X  NOT  =  SPACE
             IF  ARX-HAKKO-TIME  NOT  =  WK-TIME-OPT
               MOVE  "1"  TO  ARX-END-FLG
               GO  TO  EXT
             END-IF
           END-IF.
           MOVE  "1"             TO  WK-FOUND-FLG.
           MOVE  ARX-HAKKO-DATE  TO  WK-HAKKO-DATE.
           MOVE  ARX-HAKKO-TIME  TO  WK-HAKKO-TIME.
       EXT.
           EXIT.
      ********************************************************
      * 検証処理（改ざんの疑いがある文書は再発行しない）
      ********************************************************
       KENSHO-RTN                 SECTION.
           MOVE  SPACE            TO  KCBS060-P1.
           MOVE  "5"              TO  S060-FUNC.
           MOVE  WK-DOCKBN-OPT    TO  S060-DOC-KBN.
           MOVE  WK-DOCNO-OPT     TO  S060-DOC-NO.
           MOVE  WK-HAKKO-DATE    TO  S060-HAKKO-DATE.
           MOVE  WK-HAKKO-TIME    TO  S060-HAKKO-TIME.
           CALL  "KCBS060"  USING  KCBS060-P1.
           EVALUATE  S060-RCD
             WHEN  SPACE
               CONTINUE
             WHEN  "H"
               DISPLAY  "*** KUBM390 KAIZAN UTAGAI KBN="
                        WK-DOCKBN-OPT  " NO="  WK-DOCNO-OPT  " ***"
               MOVE  "2"  TO  WK-KEKKA
               MOVE  8    TO  RETURN-CODE
             WHEN  OTHER
               DISPLAY  "*** KUBM390 KCBS060 ERROR RCD="  S060-RCD
                        " ***"
               MOVE  "1"  TO  WK-KEKKA
               MOVE  8    TO  RETURN-CODE
           END-EVALUATE.
       EXT.
           EXIT.
      ********************************************************
      * 帳票再発行処理（改ページごとに再発行表示行を付ける）
      ********************************************************
       PRT-SAIHAKKO-RTN           SECTION.
           PERFORM  HYOJI-SET-RTN.
           PERFORM  GYO-READ-RTN.
           PERFORM  PRT-GYO-RTN  UNTIL  S060-RCD  NOT  =  SPACE.
           PERFORM  GYO-END-CHK-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 帳票行出力処理
      ********************************************************
       PRT-GYO-RTN                SECTION.
           MOVE  S060-KAIGYO  TO  WK-KAIGYO.
           IF  WK-KAIGYO  =  "P"  OR  GYO-CNT  =  1
             MOVE  H1-SAIHAKKO  TO  OEF-REC
             WRITE  OEF-REC  AFTER  PAGE
             MOVE  S060-LINE  TO  OEF-REC
             WRITE  OEF-REC  AFTER  1
           ELSE
             MOVE  S060-LINE  TO  OEF-REC
             IF  WK-KAIGYO  IS  NUMERIC  AND  WK-KAIGYO-SU  >  0
               WRITE  OEF-REC  AFTER  WK-KAIGYO-SU
             ELSE
               WRITE  OEF-REC  AFTER  1
             END-IF
           END-IF.
           PERFORM  GYO-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      * デジタルインボイス再発行処理（XML宣言の直後に再発行の
      * 注記を入れ、出力先を印刷ファイルへ記す）
      ********************************************************
       XML-SAIHAKKO-RTN           SECTION.
           PERFORM  HYOJI-SET-RTN.
           MOVE  SPACE  TO  WK-XML-NAME.
           STRING  FUNCTION  TRIM  (WK-OUT-DIR)  DELIMITED  BY  SIZE
                   "/SAIHAKKO."                  DELIMITED  BY  SIZE
                   FUNCTION  TRIM  (WK-DOCNO-OPT)
                                                 DELIMITED  BY  SIZE
                   "."                           DELIMITED  BY  SIZE
                   WK-HAKKO-DATE                 DELIMITED  BY  SIZE
                   ".xml"                        DELIMITED  BY  SIZE
                   INTO  WK-XML-NAME
           END-STRING.
           OPEN  OUTPUT  XML-FILE.
           PERFORM  GYO-READ-RTN.
           PERFORM  XML-GYO-RTN  UNTIL  S060-RCD  NOT  =  SPACE.
           CLOSE  XML-FILE.
           PERFORM  GYO-END-CHK-RTN.
           MOVE  H1-SAIHAKKO  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  WK-XML-NAME  TO  D1-XML-NAME.
           MOVE  D1-XML       TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
       EXT.
           EXIT.
      ********************************************************
      * XML行出力処理
      ********************************************************
       XML-GYO-RTN                SECTION.
           MOVE  S060-LINE  TO  XML-REC.
           WRITE  XML-REC.
           IF  GYO-CNT  =  1
             MOVE  SPACE  TO  XML-REC
             STRING  "<!-- 再発行 再発行日="
                                               DELIMITED  BY  SIZE
                     WK-PC-DATE8               DELIMITED  BY  SIZE
                     " 依頼者="
                                               DELIMITED  BY  SIZE
                     FUNCTION  TRIM  (WK-OPID) DELIMITED  BY  SIZE
                     " 元発行日時="
                                               DELIMITED  BY  SIZE
                     WK-HAKKO-DATE             DELIMITED  BY  SIZE
                     WK-HAKKO-TIME  (1:6)      DELIMITED  BY  SIZE
                     " -->"                    DELIMITED  BY  SIZE
                     INTO  XML-REC
             END-STRING
             WRITE  XML-REC
           END-IF.
           PERFORM  GYO-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 再発行表示内容の編集処理
      ********************************************************
       HYOJI-SET-RTN              SECTION.
           MOVE  WK-PC-DATE8          TO  H1-SAIHAKKO-DATE.
           MOVE  WK-OPID              TO  H1-USER-ID.
           MOVE  WK-HAKKO-DATE        TO  H1-HAKKO-DATE.
           MOVE  WK-HAKKO-TIME  (1:6) TO  H1-HAKKO-TIME.
           MOVE  WK-RIYU              TO  H1-RIYU.
       EXT.
           EXIT.
      ********************************************************
      * 保存本文の次行取出し処理
      ********************************************************
       GYO-READ-RTN               SECTION.
           MOVE  "6"  TO  S060-FUNC.
           CALL  "KCBS060"  USING  KCBS060-P1.
           IF  S060-RCD  =  SPACE
             ADD  +1  TO  GYO-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 本文の取出し終了確認処理
      ********************************************************
       GYO-END-CHK-RTN            SECTION.
           IF  S060-RCD  NOT  =  "Z"
             DISPLAY  "*** KUBM390 KCBS060 ERROR RCD="  S060-RCD
                      " GYO="  GYO-CNT  " ***"
             MOVE  16  TO  RETURN-CODE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 再発行ログ出力処理
      ********************************************************
       LOG-RTN                    SECTION.
           MOVE  SPACE                TO  RHL-REC.
           MOVE  WK-PC-DATE8          TO  RHL-SAIHAKKO-DATE.
           MOVE  WK-PC-TIME8  (1:6)   TO  RHL-SAIHAKKO-TIME.
           MOVE  WK-OPID              TO  RHL-USER-ID.
           MOVE  WK-DOCKBN-OPT        TO  RHL-DOC-KBN.
           MOVE  WK-DOCNO-OPT         TO  RHL-DOC-NO.
           MOVE  WK-HAKKO-DATE        TO  RHL-HAKKO-DATE.
           MOVE  WK-HAKKO-TIME        TO  RHL-HAKKO-TIME.
           MOVE  WK-RIYU              TO  RHL-RIYU.
           MOVE  WK-KEKKA             TO  RHL-KEKKA.
           WRITE  RHL-REC.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理（結果を再発行ログへ記録する）
      ********************************************************
       TERM-RTN                   SECTION.
           PERFORM  LOG-RTN.
           MOVE  "9"  TO  S060-FUNC.
           CALL  "KCBS060"  USING  KCBS060-P1.
           CLOSE  ARX-FILE  RHL-FILE  OEF-FILE.
           DISPLAY  "*** KEKKA     ="  WK-KEKKA.
           DISPLAY  "*** GYO-CNT   ="  GYO-CNT.
           DISPLAY  "*** KUBM390  END ***".
       EXT.
           EXIT.
