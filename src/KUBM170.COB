      * サブシステム名：売上
      * プログラム名  ：請求調整メモ計上
      * 作成日／作成者：２０２６年９月　２日  システム技研
      * 変更日／変更者：２０２６年１０月１５日  システム技研
      *       変更内容：遅延損害金メモ（区分"3"）の不課税計上と組替
      *                 仕訳の出力
      *               ：会社コードの売上への設定と会社別の組替仕訳
      *               ：計上したメモを発行文書保存へ保存する
      ********************************************************
      *  メモ台帳（KUCF115）の承認済み（状態"1"）のメモを売上
      *  ファイル（UF010、当日分へ追記）へ独自のデータ区分
      *  "5"は加算・"6"は減算）→残高更新（KUBM030チェーン）→
      *  ＧＬ抽出（KUBM060）→請求明細（KUBM070）のチェーンに
      *  乗るため、残高の手修正は不要になる。計上したメモは
      *  メモ台帳レジスタとして印字する。
      *  遅延損害金計算（KUBM270）が起こした遅延損害金メモ（区分
      *  "3"）は借方メモ（"5"）として計上するが、不課税のため
      *  消費税を付けない。集計経由では売上高に含まれるため、
      *  計上した損害金の合計額を借方：売上高／貸方：遅延損害金
      *  収入へ振り替える組替仕訳（KUCF050形式）を得意先の会社
      *  ごとにGLFへ書き出す。
      *  計上したメモは１件ずつ文書保存サービス（KCBS060）で発行
      *  文書保存（文書区分"4"、文書番号はメモ番号）へ保存する。
      *  保存する文書はレジスタの大見出しと当該メモの明細行とする
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  OTF-FILE  ASSIGN  TO  EXTERNAL  UF010.
           SELECT  GLF-FILE  ASSIGN  TO  EXTERNAL  GLF.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                       DIVISION.
       FD  OTF-FILE.
       01  OTF-REC.
           COPY  KUCF010.
       FD  GLF-FILE.
       01  GLF-REC.
           COPY  KUCF050.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    消費税率（売上計上（KUBM010）と同じ一律10％）
       01  WK-ZEI-RITSU           PIC  9(02)          VALUE  10.
      *    遅延損害金の計上合計と会社別の合計（組替仕訳は会社
      *    ごとに起こす。会社コード空白は"01"へ寄せる）
       01  WK-CHIEN-GOKEI         PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-KAI-CNT             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-KAI-MAX             PIC S9(4)  COMP-3  VALUE  +20.
       01  WK-KAI-IDX             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-KAI-HIT             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-KAISHA-COD          PIC  X(02)          VALUE  SPACE.
       01  WK-KAI-TBL.
         02  WK-KAI-ENT           OCCURS  20  TIMES.
           03  WK-KAI-KAISHA-COD  PIC  X(02).
           03  WK-KAI-GOKEI       PIC S9(11)  COMP-3.
      *    勘定科目（売上高／遅延損害金収入）
       01  WK-KAMOKU-URIAGE       PIC  X(6)           VALUE  "510100".
       01  WK-KAMOKU-URIAGE-MEI   PIC  X(20)          VALUE
                                     "売上高".
       01  WK-KAMOKU-CHIEN        PIC  X(6)           VALUE  "719200".
       01  WK-KAMOKU-CHIEN-MEI    PIC  X(20)          VALUE
                                     "遅延損害金収入".
      *    発行文書保存
       01  HOZON-ERR-CNT          PIC S9(9)  COMP-3  VALUE  +0.
           COPY  KCBS060P.
      *  レジスタ見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
           OPEN  I-O     MEM-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  EXTEND  OTF-FILE.
           OPEN  OUTPUT  GLF-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
      ********************************************************
       KEIJO-RTN                  SECTION.
           MOVE  SPACE          TO  OTF-REC.
           IF  MEM-KBN  =  "1"  OR  "3"
             MOVE  "5"  TO  UF010-DATA-KBN
           ELSE
             MOVE  "6"  TO  UF010-DATA-KBN
             INVALID  KEY
               MOVE  SPACE  TO  UF010-TOKU-MEI
             NOT  INVALID  KEY
               MOVE  CFTOK-TOKU-MEI    TO  UF010-TOKU-MEI
               MOVE  CFTOK-KAISHA-COD  TO  UF010-KAISHA-COD
           END-READ.
           MOVE  MEM-RIYU       TO  UF010-SHOHIN-MEI.
           MOVE  ZERO           TO  UF010-TANKA.
           MOVE  ZERO           TO  UF010-SURYO.
           MOVE  MEM-KINGAKU    TO  UF010-KINGAKU.
           IF  MEM-KBN  =  "3"
             MOVE  ZERO           TO  UF010-ZEI-RITSU
             MOVE  ZERO           TO  UF010-ZEI-GAKU
             ADD   MEM-KINGAKU    TO  WK-CHIEN-GOKEI
             MOVE  UF010-KAISHA-COD  TO  WK-KAISHA-COD
             PERFORM  KAI-ADD-RTN
           ELSE
             MOVE  WK-ZEI-RITSU   TO  UF010-ZEI-RITSU
             COMPUTE  UF010-ZEI-GAKU  ROUNDED  =
                      UF010-KINGAKU  *  WK-ZEI-RITSU  /  100
           END-IF.
           MOVE  SPACE          TO  UF010-EIGYO-COD.
           MOVE  SPACE          TO  UF010-RISON-KBN.
           MOVE  SPACE          TO  UF010-WHS-COD.
           MOVE  MEM-RIYU      TO  D1-RIYU.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           PERFORM  HOZON-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  発行文書保存処理（大見出しとメモの明細行を１通として
      *  保存する。会社は計上した売上の会社コード、空白なら
      *  "01"）
      ********************************************************
       HOZON-RTN                  SECTION.
           MOVE  SPACE          TO  KCBS060-P1.
           MOVE  "1"            TO  S060-FUNC.
           MOVE  "4"            TO  S060-DOC-KBN.
           MOVE  MEM-NO         TO  S060-DOC-NO.
           CALL  "KCBS060"  USING  KCBS060-P1.
           IF  S060-RCD  NOT  =  SPACE
             ADD  +1  TO  HOZON-ERR-CNT
             GO  TO  EXT
           END-IF.
           MOVE  "2"            TO  S060-FUNC.
           MOVE  "P"            TO  S060-KAIGYO.
           MOVE  H1-OOMIDASHI   TO  S060-LINE.
           CALL  "KCBS060"  USING  KCBS060-P1.
           MOVE  "2"            TO  S060-FUNC.
           MOVE  "2"            TO  S060-KAIGYO.
           MOVE  D1-MEISAI      TO  S060-LINE.
           CALL  "KCBS060"  USING  KCBS060-P1.
           MOVE  "3"            TO  S060-FUNC.
           MOVE  MEM-TOKU-COD   TO  S060-TOKU-COD.
           MOVE  UF010-KAISHA-COD  TO  S060-KAISHA-COD.
           IF  S060-KAISHA-COD  =  SPACE
             MOVE  "01"  TO  S060-KAISHA-COD
           END-IF.
           MOVE  MEM-KINGAKU    TO  S060-KINGAKU.
           MOVE  "KUBM170"      TO  S060-PGM-ID.
           CALL  "KCBS060"  USING  KCBS060-P1.
           IF  S060-RCD  NOT  =  SPACE
             ADD  +1  TO  HOZON-ERR-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  会社別合計加算処理（表あふれは表示のみ）
      ********************************************************
       KAI-ADD-RTN                SECTION.
           IF  WK-KAISHA-COD  =  SPACE
             MOVE  "01"  TO  WK-KAISHA-COD
           END-IF.
           MOVE  +0  TO  WK-KAI-HIT.
           PERFORM  KAI-SRCH-RTN
             VARYING  WK-KAI-IDX  FROM  1  BY  1
               UNTIL  WK-KAI-IDX  >  WK-KAI-CNT
                  OR  WK-KAI-HIT  NOT  =  +0.
           IF  WK-KAI-HIT  =  +0
             IF  WK-KAI-CNT  <  WK-KAI-MAX
               ADD  +1  TO  WK-KAI-CNT
               MOVE  WK-KAI-CNT     TO  WK-KAI-HIT
               MOVE  WK-KAISHA-COD  TO  WK-KAI-KAISHA-COD  (WK-KAI-HIT)
               MOVE  +0             TO  WK-KAI-GOKEI       (WK-KAI-HIT)
             ELSE
               DISPLAY  "*** KUBM170 KAI-TBL OVERFLOW "
                        WK-KAISHA-COD  " ***"
               GO  TO  EXT
             END-IF
           END-IF.
           ADD  MEM-KINGAKU  TO  WK-KAI-GOKEI  (WK-KAI-HIT).
       EXT.
           EXIT.
      ********************************************************
      *  会社別合計表検索処理
      ********************************************************
       KAI-SRCH-RTN               SECTION.
           IF  WK-KAI-KAISHA-COD  (WK-KAI-IDX)  =  WK-KAISHA-COD
             MOVE  WK-KAI-IDX  TO  WK-KAI-HIT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  遅延損害金組替仕訳出力処理（会社ごとに借方：売上高／
      *  貸方：遅延損害金収入）
      ********************************************************
       CHIEN-GLF-RTN              SECTION.
           IF  WK-KAI-GOKEI  (WK-KAI-IDX)  =  ZERO
             GO  TO  EXT
           END-IF.
           MOVE  WK-PC-DATE8  (1:6)  TO  GLJ-DENPYO-YM.
           MOVE  "1"                 TO  GLJ-KASHIKARI-KBN.
           MOVE  WK-KAMOKU-URIAGE    TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-URIAGE-MEI  TO  GLJ-KAMOKU-MEI.
           MOVE  SPACE               TO  GLJ-TOKU-COD.
           MOVE  WK-KAI-GOKEI  (WK-KAI-IDX)  TO  GLJ-KINGAKU.
           MOVE  SPACE               TO  GLJ-HOJO-COD.
           MOVE  WK-KAI-KAISHA-COD  (WK-KAI-IDX)  TO  GLJ-KAISHA-COD.
           WRITE  GLF-REC.
           MOVE  WK-PC-DATE8  (1:6)  TO  GLJ-DENPYO-YM.
           MOVE  "2"                 TO  GLJ-KASHIKARI-KBN.
           MOVE  WK-KAMOKU-CHIEN     TO  GLJ-KAMOKU-COD.
           MOVE  WK-KAMOKU-CHIEN-MEI  TO  GLJ-KAMOKU-MEI.
           MOVE  SPACE               TO  GLJ-TOKU-COD.
           MOVE  WK-KAI-GOKEI  (WK-KAI-IDX)  TO  GLJ-KINGAKU.
           MOVE  SPACE               TO  GLJ-HOJO-COD.
           MOVE  WK-KAI-KAISHA-COD  (WK-KAI-IDX)  TO  GLJ-KAISHA-COD.
           WRITE  GLF-REC.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           IF  WK-CHIEN-GOKEI  NOT  =  ZERO
             PERFORM  CHIEN-GLF-RTN
               VARYING  WK-KAI-IDX  FROM  1  BY  1
                 UNTIL  WK-KAI-IDX  >  WK-KAI-CNT
           END-IF.
           MOVE  "9"  TO  S060-FUNC.
           CALL  "KCBS060"  USING  KCBS060-P1.
           CLOSE  MEM-FILE  TOK-FILE  OTF-FILE  GLF-FILE  OEF-FILE.
           DISPLAY  "*** MEM-CNT="  MEM-CNT.
           DISPLAY  "*** KEIJO="    KEIJO-CNT.
           IF  HOZON-ERR-CNT  >  0
             DISPLAY  "*** KUBM170 HOZON ERROR CNT="  HOZON-ERR-CNT
                      " ***"
           END-IF.
           DISPLAY  "*** KUBM170  END ***".
       EXT.
           EXIT.
