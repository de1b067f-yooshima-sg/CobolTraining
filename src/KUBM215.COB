      * サブシステム名：売上
      * プログラム名  ：出荷・売上カットオフ突合表作成
      * 作成日／作成者：２０２６年９月　２日  システム技研
      * 変更日／変更者：２０２６年１０月１５日  システム技研
      *       変更内容：見越し仕訳を受注・売上の会社別に出力
      ********************************************************
      *  月末締めで会計が求める「出荷済み・売上未計上」と
      *  「売上計上済み・出荷未確認」の突合表を作成する。
      *  両者の差引を符号付きで印字し、出荷済み未計上分は
      *  借方：未請求売掛金／貸方：売上高、計上済み未出荷分は
      *  借方：売上高／貸方：仮受金の見越し仕訳（KUCF050形式）を
      *  得意先の会社ごとに書き出して監査へそのまま渡せるように
      *  する
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
             05  WK-UF-JUCHU-NO   PIC  9(06).
             05  WK-UF-GYO-NO     PIC  9(02).
           03  WK-UF-TOKU-COD     PIC  X(04).
           03  WK-UF-KAISHA-COD   PIC  X(02).
           03  WK-UF-KINGAKU      PIC S9(09).
           03  WK-UF-SHIPPED-FLG  PIC  X(01).
      *    受注明細の取り込み表（評価額算出用）
             05  WK-JF-GYO-NO     PIC  9(02).
           03  WK-JF-SURYO        PIC  9(05).
           03  WK-JF-KINGAKU      PIC S9(09).
           03  WK-JF-KAISHA-COD   PIC  X(02).
       01  WK-SRCH-KEY.
         02  WK-SRCH-JUCHU-NO     PIC  9(06).
         02  WK-SRCH-GYO-NO       PIC  9(02).
       01  WK-MISHUKKA-GOKEI      PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-SASHIHIKI           PIC S9(11)  COMP-3  VALUE  +0.
       01  WK-GLJ-KINGAKU         PIC S9(09)          VALUE  ZERO.
      *    会社別の集計（見越し仕訳は会社ごとに起こす。会社コード
      *    空白・受注明細の無い出荷確認は"01"へ寄せる）
       01  WK-KAI-CNT             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-KAI-MAX             PIC S9(4)  COMP-3  VALUE  +20.
       01  WK-KAI-IDX             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-KAI-HIT             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-KAISHA-COD          PIC  X(02)          VALUE  SPACE.
       01  WK-KAI-TBL.
         02  WK-KAI-ENT           OCCURS  20  TIMES.
           03  WK-KAI-KAISHA-COD  PIC  X(02).
           03  WK-KAI-MIKEIJO     PIC S9(11)  COMP-3.
           03  WK-KAI-MISHUKKA    PIC S9(11)  COMP-3.
      *    勘定科目
       01  WK-KAMOKU-MIKEIJO      PIC  X(6)           VALUE  "141000".
       01  WK-KAMOKU-MIKEIJO-MEI  PIC  X(20)          VALUE
           PERFORM  MIKEIJO-RTN  UNTIL  SCF-END-FLG  =  "1".
           PERFORM  MISHUKKA-RTN.
           PERFORM  GOKEI-RTN.
           PERFORM  SHIWAKE-CTL-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
                         WK-UF-GYO-NO    (WK-UF-CNT)
                   MOVE  UF010-TOKU-COD  TO
                         WK-UF-TOKU-COD  (WK-UF-CNT)
                   MOVE  UF010-KAISHA-COD  TO
                         WK-UF-KAISHA-COD  (WK-UF-CNT)
                   MOVE  UF010-KINGAKU   TO
                         WK-UF-KINGAKU   (WK-UF-CNT)
                   MOVE  SPACE           TO
                         WK-JF-SURYO     (WK-JF-CNT)
                   MOVE  JF020-KINGAKU   OF  ITF-REC  TO
                         WK-JF-KINGAKU   (WK-JF-CNT)
                   MOVE  JF020-KAISHA-COD  OF  ITF-REC  TO
                         WK-JF-KAISHA-COD  (WK-JF-CNT)
               END-IF
           END-READ.
       EXT.
             GO  TO  NEXT-READ
           END-IF.
           PERFORM  JF-SEARCH-RTN.
           MOVE  ZERO   TO  WK-HYOKA-GAKU.
           MOVE  SPACE  TO  WK-KAISHA-COD.
           IF  WK-JF-HIT-IDX  >  +0
             MOVE  WK-JF-KAISHA-COD  (WK-JF-HIT-IDX)  TO  WK-KAISHA-COD
             IF  WK-JF-SURYO  (WK-JF-HIT-IDX)  >  ZERO
               COMPUTE  WK-HYOKA-GAKU  ROUNDED  =
                        WK-JF-KINGAKU  (WK-JF-HIT-IDX)  *
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  WK-HYOKA-GAKU  TO  WK-MIKEIJO-GOKEI.
           PERFORM  KAI-FIND-RTN.
           IF  WK-KAI-HIT  NOT  =  +0
             ADD  WK-HYOKA-GAKU  TO  WK-KAI-MIKEIJO  (WK-KAI-HIT)
           END-IF.
           ADD  +1  TO  MIKEIJO-CNT.
       NEXT-READ.
           PERFORM  SCF-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  会社別集計表索引処理（WK-KAISHA-CODの行を探し、無ければ
      *  追加してWK-KAI-HITへ位置を返す。表あふれは表示のみ）
      ********************************************************
       KAI-FIND-RTN               SECTION.
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
               MOVE  +0             TO  WK-KAI-MIKEIJO     (WK-KAI-HIT)
               MOVE  +0             TO  WK-KAI-MISHUKKA    (WK-KAI-HIT)
             ELSE
               DISPLAY  "*** KUBM215 KAI-TBL OVERFLOW "
                        WK-KAISHA-COD  " ***"
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  会社別集計表検索処理
      ********************************************************
       KAI-SRCH-RTN               SECTION.
           IF  WK-KAI-KAISHA-COD  (WK-KAI-IDX)  =  WK-KAISHA-COD
             MOVE  WK-KAI-IDX  TO  WK-KAI-HIT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  計上済み未出荷判定処理（出荷確認の無い売上明細を一覧
      *  する）
      ********************************************************
               WRITE  OEF-REC  AFTER  1
               ADD  WK-UF-KINGAKU  (WK-UF-IDX)
                 TO  WK-MISHUKKA-GOKEI
               MOVE  WK-UF-KAISHA-COD  (WK-UF-IDX)  TO  WK-KAISHA-COD
               PERFORM  KAI-FIND-RTN
               IF  WK-KAI-HIT  NOT  =  +0
                 ADD  WK-UF-KINGAKU  (WK-UF-IDX)
                   TO  WK-KAI-MISHUKKA  (WK-KAI-HIT)
               END-IF
               ADD  +1  TO  MISHUKKA-CNT
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      *  見越し仕訳制御処理（会社ごとに見越し仕訳を起こす）
      ********************************************************
       SHIWAKE-CTL-RTN            SECTION.
           PERFORM  SHIWAKE-RTN
             VARYING  WK-KAI-IDX  FROM  1  BY  1
               UNTIL  WK-KAI-IDX  >  WK-KAI-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  見越し仕訳出力処理
      ********************************************************
       SHIWAKE-RTN                SECTION.
           IF  WK-KAI-MIKEIJO  (WK-KAI-IDX)  NOT  =  ZERO
             MOVE  WK-KAI-MIKEIJO  (WK-KAI-IDX)  TO  WK-GLJ-KINGAKU
             MOVE  WK-KAMOKU-MIKEIJO      TO  GLJ-KAMOKU-COD
             MOVE  WK-KAMOKU-MIKEIJO-MEI  TO  GLJ-KAMOKU-MEI
             MOVE  "1"  TO  GLJ-KASHIKARI-KBN
             MOVE  "2"  TO  GLJ-KASHIKARI-KBN
             PERFORM  GLF-WRITE-RTN
           END-IF.
           IF  WK-KAI-MISHUKKA  (WK-KAI-IDX)  NOT  =  ZERO
             MOVE  WK-KAI-MISHUKKA  (WK-KAI-IDX)  TO  WK-GLJ-KINGAKU
             MOVE  WK-KAMOKU-URIAGE       TO  GLJ-KAMOKU-COD
             MOVE  WK-KAMOKU-URIAGE-MEI   TO  GLJ-KAMOKU-MEI
             MOVE  "1"  TO  GLJ-KASHIKARI-KBN
           MOVE  SPACE               TO  GLJ-TOKU-COD.
           MOVE  WK-GLJ-KINGAKU      TO  GLJ-KINGAKU.
           MOVE  SPACE               TO  GLJ-HOJO-COD.
           MOVE  WK-KAI-KAISHA-COD  (WK-KAI-IDX)  TO  GLJ-KAISHA-COD.
           WRITE  GLF-REC.
       EXT.
           EXIT.
