      *  作成日／作成者：２０２６年８月２２日  システム技研
      *  変更日／変更者：２０２６年９月　２日  システム技研
      *        変更内容：キャンペーン適用・代替出荷の注記を追加
      *  変更日／変更者：２０２６年１０月１５日  システム技研
      *        変更内容：直送品の明細を印字対象外に変更
      *                ：納品書を発行文書保存へ保存する
      ********************************************************
      *  KJBM050の正常ストリーム（ITF3＝至急、ITF1＝通常）を
      *  受注番号・出荷連番の単位にまとめ、１出荷１通の納品書を
      *  出荷先コード未指定の受注は得意先マスタ（KCCFTOK）の
      *  請求先住所から印字する。分割出荷の行には出荷連番を
      *  明記し、何回目の出荷かが分かるようにする。
      *  直送区分"1"の明細は仕入先が直接出荷するため印字しない。
      *  印字した納品書は１通ずつ文書保存サービス（KCBS060）で
      *  発行文書保存（文書区分"5"、文書番号は受注番号−出荷連番）
      *  へ保存する。金額は納品書の合計額とする。
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
         02  WK-NEW-JUCHU-NO      PIC  9(06)          VALUE  ZERO.
         02  WK-NEW-SHIP-SEQ      PIC  9(02)          VALUE  ZERO.
       01  WK-DOC-GOKEI           PIC S9(11)  COMP-3  VALUE  +0.
      *    発行文書保存（文書番号・得意先・会社と行の改行区分）
       01  HOZON-ERR-CNT          PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-DOC-NO.
         02  WK-DOC-JUCHU-NO      PIC  9(06)          VALUE  ZERO.
         02  FILLER               PIC  X(01)          VALUE  "-".
         02  WK-DOC-SHIP-SEQ      PIC  9(02)          VALUE  ZERO.
         02  FILLER               PIC  X(01)          VALUE  SPACE.
       01  WK-DOC-TOKU-COD        PIC  X(04)          VALUE  SPACE.
       01  WK-DOC-KAISHA-COD      PIC  X(02)          VALUE  SPACE.
       01  WK-KAIGYO              PIC  X(01)          VALUE  SPACE.
       01  WK-KAIGYO-SU  REDEFINES  WK-KAIGYO
                                  PIC  9(01).
           COPY  KCBS060P.
      *    届け先住所（出荷先マスタまたは得意先マスタから転記）
       01  WK-ATESAKI-MEI         PIC  X(20)          VALUE  SPACE.
       01  WK-ATESAKI-YUBIN       PIC  X(08)          VALUE  SPACE.
      ********************************************************
       ITF3-RELEASE-RTN           SECTION.
           IF  JF020-DATA-KBN  OF  ITF3-REC  =  "1"
             AND  JF020-CHOKUSO-KBN  OF  ITF3-REC  NOT  =  "1"
             MOVE  ITF3-REC  TO  SRT-REC
             RELEASE  SRT-REC
           END-IF.
      ********************************************************
       ITF1-RELEASE-RTN           SECTION.
           IF  JF020-DATA-KBN  OF  ITF1-REC  =  "1"
             AND  JF020-CHOKUSO-KBN  OF  ITF1-REC  NOT  =  "1"
             MOVE  ITF1-REC  TO  SRT-REC
             RELEASE  SRT-REC
           END-IF.
           MOVE  WK-NEW-DOC-KEY  TO  WK-CUR-DOC-KEY.
           MOVE  +0  TO  WK-DOC-GOKEI.
           PERFORM  ATESAKI-RTN.
           PERFORM  HOZON-START-RTN.
           PERFORM  MIDASHI-RTN.
           PERFORM  UNTIL  SRT-END-FLG  =  "1"
                        OR  WK-NEW-DOC-KEY  NOT  =  WK-CUR-DOC-KEY
           END-PERFORM.
           MOVE  WK-DOC-GOKEI  TO  F1-KINGAKU.
           MOVE  F1-GOKEI      TO  OEF-REC.
           MOVE  "2"  TO  WK-KAIGYO.
           PERFORM  OEF-WRITE-RTN.
           ADD  +1  TO  OEF-CNT.
           ADD  +1  TO  DOC-CNT.
           PERFORM  HOZON-END-RTN.
       EXT.
           EXIT.
      ********************************************************
      ********************************************************
       MIDASHI-RTN                SECTION.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           MOVE  "P"  TO  WK-KAIGYO.
           PERFORM  OEF-WRITE-RTN.
           MOVE  WK-CUR-JUCHU-NO            TO  H2-JUCHU-NO.
           MOVE  WK-CUR-SHIP-SEQ            TO  H2-SHIP-SEQ.
           MOVE  JF020-JUCHU-DATE  IN  SRT-REC  TO  H2-JUCHU-DATE.
           MOVE  H2-JUCHU      TO  OEF-REC.
           MOVE  "2"  TO  WK-KAIGYO.
           PERFORM  OEF-WRITE-RTN.
           MOVE  WK-ATESAKI-MEI    TO  H3-ATESAKI-MEI.
           MOVE  WK-ATESAKI-YUBIN  TO  H3-ATESAKI-YUBIN.
           MOVE  WK-ATESAKI-TEL    TO  H3-ATESAKI-TEL.
           MOVE  H3-ATESAKI1   TO  OEF-REC.
           MOVE  "2"  TO  WK-KAIGYO.
           PERFORM  OEF-WRITE-RTN.
           MOVE  WK-ATESAKI-JUSHO  TO  H3-ATESAKI-JUSHO.
           MOVE  H3-ATESAKI2   TO  OEF-REC.
           MOVE  "1"  TO  WK-KAIGYO.
           PERFORM  OEF-WRITE-RTN.
           MOVE  H4-KOMIDASHI  TO  OEF-REC.
           MOVE  "2"  TO  WK-KAIGYO.
           PERFORM  OEF-WRITE-RTN.
           ADD  +5  TO  OEF-CNT.
       EXT.
           EXIT.
           MOVE  JF020-SURYO       IN  SRT-REC  TO  D1-SURYO.
           MOVE  JF020-KINGAKU     IN  SRT-REC  TO  D1-KINGAKU.
           MOVE  D1-MEISAI  TO  OEF-REC.
           MOVE  "1"  TO  WK-KAIGYO.
           PERFORM  OEF-WRITE-RTN.
           ADD  +1  TO  OEF-CNT.
      *    キャンペーン値引のあった明細は適用の旨と値引額を注記
      *    する（金額は値引控除後のため、控えの値引額を別掲）
             MOVE  JF020-NEBIKI-GAKU  IN  SRT-REC
               TO  D3-NEBIKI-GAKU
             MOVE  D3-CAMPAIGN  TO  OEF-REC
             MOVE  "1"  TO  WK-KAIGYO
             PERFORM  OEF-WRITE-RTN
             ADD  +1  TO  OEF-CNT
           END-IF.
      *    代替品振替えのあった明細は当初のご注文品番を注記する
             MOVE  JF020-ORIG-SHOHIN-NO  IN  SRT-REC
               TO  D2-ORIG-SHOHIN-NO
             MOVE  D2-DAITAI  TO  OEF-REC
             MOVE  "1"  TO  WK-KAIGYO
             PERFORM  OEF-WRITE-RTN
             ADD  +1  TO  OEF-CNT
           END-IF.
           ADD  JF020-KINGAKU  IN  SRT-REC  TO  WK-DOC-GOKEI.
       EXT.
           EXIT.
      ********************************************************
      *  印字・保存処理（OEF-RECをWK-KAIGYOの改行区分で印字し、
      *  同じ行を発行文書保存へ書く。"P"は改ページ、数字は行送り）
      ********************************************************
       OEF-WRITE-RTN              SECTION.
           IF  WK-KAIGYO  =  "P"
             WRITE  OEF-REC  AFTER  PAGE
           ELSE
             WRITE  OEF-REC  AFTER  WK-KAIGYO-SU
           END-IF.
           MOVE  "2"        TO  S060-FUNC.
           MOVE  WK-KAIGYO  TO  S060-KAIGYO.
           MOVE  OEF-REC    TO  S060-LINE.
           CALL  "KCBS060"  USING  KCBS060-P1.
           IF  S060-RCD  NOT  =  SPACE
             ADD  +1  TO  HOZON-ERR-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  文書保存開始処理（文書番号は受注番号−出荷連番。会社は
      *  受注の会社コード、空白なら得意先マスタの会社コード、
      *  それも空白なら"01"）
      ********************************************************
       HOZON-START-RTN            SECTION.
           MOVE  WK-CUR-JUCHU-NO  TO  WK-DOC-JUCHU-NO.
           MOVE  WK-CUR-SHIP-SEQ  TO  WK-DOC-SHIP-SEQ.
           MOVE  JF020-TOKU-COD    IN  SRT-REC  TO  WK-DOC-TOKU-COD.
           MOVE  JF020-KAISHA-COD  IN  SRT-REC  TO  WK-DOC-KAISHA-COD.
           IF  WK-DOC-KAISHA-COD  =  SPACE
             MOVE  WK-DOC-TOKU-COD  TO  CFTOK-TOKU-COD
             READ  TKM-FILE
               INVALID  KEY
                 CONTINUE
               NOT  INVALID  KEY
                 MOVE  CFTOK-KAISHA-COD  TO  WK-DOC-KAISHA-COD
             END-READ
           END-IF.
           IF  WK-DOC-KAISHA-COD  =  SPACE
             MOVE  "01"  TO  WK-DOC-KAISHA-COD
           END-IF.
           MOVE  SPACE      TO  KCBS060-P1.
           MOVE  "1"        TO  S060-FUNC.
           MOVE  "5"        TO  S060-DOC-KBN.
           MOVE  WK-DOC-NO  TO  S060-DOC-NO.
           CALL  "KCBS060"  USING  KCBS060-P1.
           IF  S060-RCD  NOT  =  SPACE
             ADD  +1  TO  HOZON-ERR-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  文書保存終了処理（得意先・会社・合計金額で索引を書く）
      ********************************************************
       HOZON-END-RTN              SECTION.
           MOVE  "3"                TO  S060-FUNC.
           MOVE  WK-DOC-TOKU-COD    TO  S060-TOKU-COD.
           MOVE  WK-DOC-KAISHA-COD  TO  S060-KAISHA-COD.
           MOVE  WK-DOC-GOKEI       TO  S060-KINGAKU.
           MOVE  "KJBM105"          TO  S060-PGM-ID.
           CALL  "KCBS060"  USING  KCBS060-P1.
           IF  S060-RCD  NOT  =  SPACE
             ADD  +1  TO  HOZON-ERR-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           MOVE  "9"  TO  S060-FUNC.
           CALL  "KCBS060"  USING  KCBS060-P1.
           CLOSE  ITF3-FILE  ITF1-FILE  TKM-FILE  SHK-FILE  OEF-FILE.
           DISPLAY  "*** ITF3-CNT="  ITF3-CNT.
           DISPLAY  "*** ITF1-CNT="  ITF1-CNT.
           DISPLAY  "*** DOC-CNT="   DOC-CNT.
           IF  HOZON-ERR-CNT  >  0
             DISPLAY  "*** KJBM105 HOZON ERROR CNT="  HOZON-ERR-CNT
                      " ***"
           END-IF.
           DISPLAY  "*** KJBM105  END ***".
       EXT.
           EXIT.
