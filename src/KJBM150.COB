      *  サブシステム名    ：共通
      *  プログラム名      ：マスタメンテナンス申請承認（対話）
      *  作成日／作成者    ：２０２６年８月２３日  システム技研
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：仕入先・仕入先別取扱商品の申請を追加
      *                    ：契約単価・販促キャンペーンの申請を追加
      *                    ：口座振替口座・振込専用口座の申請を追加
      ********************************************************
      *    マスタメンテナンスの申請を適用前に第二者が確認する
      *    承認画面。起票された申請は承認待ちファイル（PAF）に
      *    へ、却下した申請は却下控え（REJ）へ書き出す。申請者
      *    本人による承認は受け付けない（四眼原則）。対象マスタ
      *    はKJBM150_MASTERで指定する（"S"＝商品（KJCF040）、
      *    "T"＝得意先（KJCF050）、"V"＝仕入先（KHCF080）、
      *    "W"＝仕入先別取扱商品（KHCF085）、"J"＝契約単価
      *    （KJCF400）、"N"＝販促キャンペーン（KJCF405）、"G"＝
      *    口座振替口座（KUCF225）、"U"＝振込専用口座（KUCF230））。
      *    仕入先・取扱商品の承認済み申請はKHBM090／KHBM095が、
      *    契約単価・キャンペーンの承認済み申請はKJBM470／KJBM475
      *    が、口座の承認済み申請はKUBM365／KUBM370が読み込む。
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
           SELECT  PAFT-FILE  ASSIGN  TO  EXTERNAL  PAFT.
           SELECT  APVT-FILE  ASSIGN  TO  EXTERNAL  APVT.
           SELECT  REJT-FILE  ASSIGN  TO  EXTERNAL  REJT.
           SELECT  PAFV-FILE  ASSIGN  TO  EXTERNAL  PAFV.
           SELECT  APVV-FILE  ASSIGN  TO  EXTERNAL  APVV.
           SELECT  REJV-FILE  ASSIGN  TO  EXTERNAL  REJV.
           SELECT  PAFW-FILE  ASSIGN  TO  EXTERNAL  PAFW.
           SELECT  APVW-FILE  ASSIGN  TO  EXTERNAL  APVW.
           SELECT  REJW-FILE  ASSIGN  TO  EXTERNAL  REJW.
           SELECT  PAFJ-FILE  ASSIGN  TO  EXTERNAL  PAFJ.
           SELECT  APVJ-FILE  ASSIGN  TO  EXTERNAL  APVJ.
           SELECT  REJJ-FILE  ASSIGN  TO  EXTERNAL  REJJ.
           SELECT  PAFN-FILE  ASSIGN  TO  EXTERNAL  PAFN.
           SELECT  APVN-FILE  ASSIGN  TO  EXTERNAL  APVN.
           SELECT  REJN-FILE  ASSIGN  TO  EXTERNAL  REJN.
           SELECT  PAFG-FILE  ASSIGN  TO  EXTERNAL  PAFG.
           SELECT  APVG-FILE  ASSIGN  TO  EXTERNAL  APVG.
           SELECT  REJG-FILE  ASSIGN  TO  EXTERNAL  REJG.
           SELECT  PAFU-FILE  ASSIGN  TO  EXTERNAL  PAFU.
           SELECT  APVU-FILE  ASSIGN  TO  EXTERNAL  APVU.
           SELECT  REJU-FILE  ASSIGN  TO  EXTERNAL  REJU.
           SELECT  OPR-FILE   ASSIGN  TO  EXTERNAL  OPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
       FD  REJT-FILE.
       01  REJT-REC.
           COPY  KJCF050.
      *    仕入先マスタ申請（承認待ち／承認済み／却下控え）
       FD  PAFV-FILE.
       01  PAFV-REC.
           COPY  KHCF080.
       FD  APVV-FILE.
       01  APVV-REC.
           COPY  KHCF080.
       FD  REJV-FILE.
       01  REJV-REC.
           COPY  KHCF080.
      *    仕入先別取扱商品マスタ申請（承認待ち／承認済み／却下控え）
       FD  PAFW-FILE.
       01  PAFW-REC.
           COPY  KHCF085.
       FD  APVW-FILE.
       01  APVW-REC.
           COPY  KHCF085.
       FD  REJW-FILE.
       01  REJW-REC.
           COPY  KHCF085.
      *    契約単価マスタ申請（承認待ち／承認済み／却下控え）
       FD  PAFJ-FILE.
       01  PAFJ-REC.
           COPY  KJCF400.
       FD  APVJ-FILE.
       01  APVJ-REC.
           COPY  KJCF400.
       FD  REJJ-FILE.
       01  REJJ-REC.
           COPY  KJCF400.
      *    販促キャンペーンマスタ申請（承認待ち／承認済み／却下控え）
       FD  PAFN-FILE.
       01  PAFN-REC.
           COPY  KJCF405.
       FD  APVN-FILE.
       01  APVN-REC.
           COPY  KJCF405.
       FD  REJN-FILE.
       01  REJN-REC.
           COPY  KJCF405.
      *    口座振替口座マスタ申請（承認待ち／承認済み／却下控え）
       FD  PAFG-FILE.
       01  PAFG-REC.
           COPY  KUCF225.
       FD  APVG-FILE.
       01  APVG-REC.
           COPY  KUCF225.
       FD  REJG-FILE.
       01  REJG-REC.
           COPY  KUCF225.
      *    振込専用口座マスタ申請（承認待ち／承認済み／却下控え）
       FD  PAFU-FILE.
       01  PAFU-REC.
           COPY  KUCF230.
       FD  APVU-FILE.
       01  APVU-REC.
           COPY  KUCF230.
       FD  REJU-FILE.
       01  REJU-REC.
           COPY  KUCF230.
      *    操作者マスタ（承認者の実在・権限確認用）
       FD  OPR-FILE.
       01  OPR-REC.
       01  APV-CNT                  PIC S9(9)  COMP-3  VALUE  +0.
       01  REJ-CNT                  PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-MSG                   PIC  X(40)  VALUE  SPACE.
      *    画面表示用の申請内容（各マスタ共通の見せ方に揃える）
       01  WK-DSP-ACTION-KBN        PIC  X(01)  VALUE  SPACE.
       01  WK-DSP-KEY               PIC  X(12)  VALUE  SPACE.
       01  WK-DSP-MEI               PIC  X(20)  VALUE  SPACE.
       01  WK-DSP-APPLY-USER        PIC  X(08)  VALUE  SPACE.
      *    仕入先別取扱商品のキー（商品番号＋仕入先コード）と、
      *    名称欄に出す主力フラグ・仕入単価
       01  WK-DSP-SPR-KEY.
           02  WK-DSP-SPR-SHOHIN-NO PIC  X(05)  VALUE  SPACE.
           02  FILLER               PIC  X(01)  VALUE  SPACE.
           02  WK-DSP-SPR-SIIRE-COD PIC  X(06)  VALUE  SPACE.
       01  WK-DSP-SPR-MEI.
           02  WK-DSP-SPR-PRIMARY   PIC  X(01)  VALUE  SPACE.
           02  FILLER               PIC  X(01)  VALUE  SPACE.
           02  WK-DSP-SPR-TANKA     PIC  -ZZ,ZZ9.99.
      *    契約単価のキー（得意先コード＋商品番号）と、名称欄に出す
      *    適用開始日・契約単価
       01  WK-DSP-CPR-KEY.
           02  WK-DSP-CPR-TOKU-COD  PIC  X(04)  VALUE  SPACE.
           02  FILLER               PIC  X(01)  VALUE  SPACE.
           02  WK-DSP-CPR-SHOHIN-NO PIC  X(05)  VALUE  SPACE.
       01  WK-DSP-CPR-MEI.
           02  WK-DSP-CPR-EFF-FROM  PIC  X(08)  VALUE  SPACE.
           02  FILLER               PIC  X(01)  VALUE  SPACE.
           02  WK-DSP-CPR-TANKA     PIC  -ZZ,ZZ9.99.
      *    キャンペーンのキー（コード＋対象区分＋対象コード）と、
      *    名称欄に出す値引区分・値引率または額・適用終了日
       01  WK-DSP-CMP-KEY.
           02  WK-DSP-CMP-COD       PIC  X(04)  VALUE  SPACE.
           02  FILLER               PIC  X(01)  VALUE  SPACE.
           02  WK-DSP-CMP-TAISHO-KBN
                                    PIC  X(01)  VALUE  SPACE.
           02  FILLER               PIC  X(01)  VALUE  SPACE.
           02  WK-DSP-CMP-TAISHO-COD
                                    PIC  X(05)  VALUE  SPACE.
       01  WK-DSP-CMP-MEI.
           02  WK-DSP-CMP-NEBIKI-KBN
                                    PIC  X(01)  VALUE  SPACE.
           02  FILLER               PIC  X(01)  VALUE  SPACE.
           02  WK-DSP-CMP-NEBIKI    PIC  ZZ,ZZ9.99.
           02  FILLER               PIC  X(01)  VALUE  SPACE.
           02  WK-DSP-CMP-EFF-TO    PIC  X(08)  VALUE  SPACE.
      *    口座振替口座の名称欄に出す銀行・支店・口座番号
       01  WK-DSP-BNK-MEI.
           02  WK-DSP-BNK-GINKO-COD PIC  X(04)  VALUE  SPACE.
           02  FILLER               PIC  X(01)  VALUE  "-".
           02  WK-DSP-BNK-SHITEN-COD
                                    PIC  X(03)  VALUE  SPACE.
           02  FILLER               PIC  X(01)  VALUE  SPACE.
           02  WK-DSP-BNK-KOZA-NO   PIC  X(07)  VALUE  SPACE.
      *    承認入力
       01  WK-IN-APPROVE-USER       PIC  X(08)  VALUE  SPACE.
       01  WK-IN-KETTEI             PIC  X(01)  VALUE  SPACE.
           02  LINE 3  COLUMN 1   VALUE  "処理区分         : ".
           02  LINE 3  COLUMN 21  PIC  X(01)  FROM  WK-DSP-ACTION-KBN.
           02  LINE 4  COLUMN 1   VALUE  "対象キー         : ".
           02  LINE 4  COLUMN 21  PIC  X(12)  FROM  WK-DSP-KEY.
           02  LINE 5  COLUMN 1   VALUE  "名称             : ".
           02  LINE 5  COLUMN 21  PIC  X(20)  FROM  WK-DSP-MEI.
           02  LINE 6  COLUMN 1   VALUE  "申請者ＩＤ       : ".
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           EVALUATE  WK-MASTER-KBN
             WHEN  "S"
               PERFORM  PAFS-READ-RTN
               PERFORM  SHONIN-S-RTN  UNTIL  PAF-END-FLG  =  "1"
             WHEN  "T"
               PERFORM  PAFT-READ-RTN
               PERFORM  SHONIN-T-RTN  UNTIL  PAF-END-FLG  =  "1"
             WHEN  "V"
               PERFORM  PAFV-READ-RTN
               PERFORM  SHONIN-V-RTN  UNTIL  PAF-END-FLG  =  "1"
             WHEN  "W"
               PERFORM  PAFW-READ-RTN
               PERFORM  SHONIN-W-RTN  UNTIL  PAF-END-FLG  =  "1"
             WHEN  "J"
               PERFORM  PAFJ-READ-RTN
               PERFORM  SHONIN-J-RTN  UNTIL  PAF-END-FLG  =  "1"
             WHEN  "N"
               PERFORM  PAFN-READ-RTN
               PERFORM  SHONIN-N-RTN  UNTIL  PAF-END-FLG  =  "1"
             WHEN  "G"
               PERFORM  PAFG-READ-RTN
               PERFORM  SHONIN-G-RTN  UNTIL  PAF-END-FLG  =  "1"
             WHEN  OTHER
               PERFORM  PAFU-READ-RTN
               PERFORM  SHONIN-U-RTN  UNTIL  PAF-END-FLG  =  "1"
           END-EVALUATE.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
       INIT-RTN                    SECTION.
           DISPLAY  "*** KJBM150 START ***".
           ACCEPT  WK-MASTER-KBN  FROM  ENVIRONMENT  "KJBM150_MASTER".
           IF  WK-MASTER-KBN  NOT  =  "T"  AND  "V"  AND  "W"
                                   AND  "J"  AND  "N"  AND  "G"
                                   AND  "U"
             MOVE  "S"  TO  WK-MASTER-KBN
           END-IF.
           EVALUATE  WK-MASTER-KBN
             WHEN  "S"
               OPEN  INPUT   PAFS-FILE
               OPEN  OUTPUT  APVS-FILE
               OPEN  OUTPUT  REJS-FILE
             WHEN  "T"
               OPEN  INPUT   PAFT-FILE
               OPEN  OUTPUT  APVT-FILE
               OPEN  OUTPUT  REJT-FILE
             WHEN  "V"
               OPEN  INPUT   PAFV-FILE
               OPEN  OUTPUT  APVV-FILE
               OPEN  OUTPUT  REJV-FILE
             WHEN  "W"
               OPEN  INPUT   PAFW-FILE
               OPEN  OUTPUT  APVW-FILE
               OPEN  OUTPUT  REJW-FILE
             WHEN  "J"
               OPEN  INPUT   PAFJ-FILE
               OPEN  OUTPUT  APVJ-FILE
               OPEN  OUTPUT  REJJ-FILE
             WHEN  "N"
               OPEN  INPUT   PAFN-FILE
               OPEN  OUTPUT  APVN-FILE
               OPEN  OUTPUT  REJN-FILE
             WHEN  "G"
               OPEN  INPUT   PAFG-FILE
               OPEN  OUTPUT  APVG-FILE
               OPEN  OUTPUT  REJG-FILE
             WHEN  OTHER
               OPEN  INPUT   PAFU-FILE
               OPEN  OUTPUT  APVU-FILE
               OPEN  OUTPUT  REJU-FILE
           END-EVALUATE.
           OPEN  INPUT  OPR-FILE.
       EXT.
           EXIT.
       EXT.
           EXIT.
      ********************************************************
      *    仕入先申請入力処理
      ********************************************************
       PAFV-READ-RTN               SECTION.
           READ  PAFV-FILE  AT  END
             MOVE  "1"  TO  PAF-END-FLG
           NOT  AT  END
             ADD  +1  TO  PAF-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *    仕入先申請承認処理
      ********************************************************
       SHONIN-V-RTN                SECTION.
           MOVE  HF080-ACTION-KBN  OF  PAFV-REC  TO  WK-DSP-ACTION-KBN.
           MOVE  HF080-SIIRE-COD   OF  PAFV-REC  TO  WK-DSP-KEY.
           MOVE  HF080-SIIRE-MEI   OF  PAFV-REC  TO  WK-DSP-MEI.
           MOVE  HF080-APPLY-USER  OF  PAFV-REC  TO  WK-DSP-APPLY-USER.
           PERFORM  KETTEI-RTN.
           IF  WK-IN-KETTEI  =  "A"
             MOVE  PAFV-REC              TO  APVV-REC
             MOVE  WK-IN-APPROVE-USER    TO
                   HF080-APPROVE-USER    OF  APVV-REC
             MOVE  "1"                   TO
                   HF080-APPROVE-FLG     OF  APVV-REC
             MOVE  WK-IN-COMMENT         TO
                   HF080-APPROVE-COMMENT OF  APVV-REC
             WRITE  APVV-REC
             ADD  +1  TO  APV-CNT
           ELSE
             MOVE  PAFV-REC              TO  REJV-REC
             MOVE  WK-IN-APPROVE-USER    TO
                   HF080-APPROVE-USER    OF  REJV-REC
             MOVE  "2"                   TO
                   HF080-APPROVE-FLG     OF  REJV-REC
             MOVE  WK-IN-COMMENT         TO
                   HF080-APPROVE-COMMENT OF  REJV-REC
             WRITE  REJV-REC
             ADD  +1  TO  REJ-CNT
           END-IF.
           PERFORM  PAFV-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *    仕入先別取扱商品申請入力処理
      ********************************************************
       PAFW-READ-RTN               SECTION.
           READ  PAFW-FILE  AT  END
             MOVE  "1"  TO  PAF-END-FLG
           NOT  AT  END
             ADD  +1  TO  PAF-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *    仕入先別取扱商品申請承認処理（名称欄には主力フラグと
      *    仕入単価を表示する）
      ********************************************************
       SHONIN-W-RTN                SECTION.
           MOVE  HF085-ACTION-KBN  OF  PAFW-REC  TO  WK-DSP-ACTION-KBN.
           MOVE  HF085-SHOHIN-NO   OF  PAFW-REC  TO
                 WK-DSP-SPR-SHOHIN-NO.
           MOVE  HF085-SIIRE-COD   OF  PAFW-REC  TO
                 WK-DSP-SPR-SIIRE-COD.
           MOVE  WK-DSP-SPR-KEY                  TO  WK-DSP-KEY.
           MOVE  HF085-PRIMARY-FLG OF  PAFW-REC  TO  WK-DSP-SPR-PRIMARY.
           IF  HF085-SIIRE-TANKA  OF  PAFW-REC  IS  NUMERIC
             MOVE  HF085-SIIRE-TANKA  OF  PAFW-REC  TO  WK-DSP-SPR-TANKA
           ELSE
             MOVE  ZERO  TO  WK-DSP-SPR-TANKA
           END-IF.
           MOVE  WK-DSP-SPR-MEI                  TO  WK-DSP-MEI.
           MOVE  HF085-APPLY-USER  OF  PAFW-REC  TO  WK-DSP-APPLY-USER.
           PERFORM  KETTEI-RTN.
           IF  WK-IN-KETTEI  =  "A"
             MOVE  PAFW-REC              TO  APVW-REC
             MOVE  WK-IN-APPROVE-USER    TO
                   HF085-APPROVE-USER    OF  APVW-REC
             MOVE  "1"                   TO
                   HF085-APPROVE-FLG     OF  APVW-REC
             MOVE  WK-IN-COMMENT         TO
                   HF085-APPROVE-COMMENT OF  APVW-REC
             WRITE  APVW-REC
             ADD  +1  TO  APV-CNT
           ELSE
             MOVE  PAFW-REC              TO  REJW-REC
             MOVE  WK-IN-APPROVE-USER    TO
                   HF085-APPROVE-USER    OF  REJW-REC
             MOVE  "2"                   TO
                   HF085-APPROVE-FLG     OF  REJW-REC
             MOVE  WK-IN-COMMENT         TO
                   HF085-APPROVE-COMMENT OF  REJW-REC
             WRITE  REJW-REC
             ADD  +1  TO  REJ-CNT
           END-IF.
           PERFORM  PAFW-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *    契約単価申請入力処理
      ********************************************************
       PAFJ-READ-RTN               SECTION.
           READ  PAFJ-FILE  AT  END
             MOVE  "1"  TO  PAF-END-FLG
           NOT  AT  END
             ADD  +1  TO  PAF-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *    契約単価申請承認処理（名称欄には適用開始日と契約単価を
      *    表示する）
      ********************************************************
       SHONIN-J-RTN                SECTION.
           MOVE  JF400-ACTION-KBN  OF  PAFJ-REC  TO  WK-DSP-ACTION-KBN.
           MOVE  JF400-TOKU-COD    OF  PAFJ-REC  TO
                 WK-DSP-CPR-TOKU-COD.
           MOVE  JF400-SHOHIN-NO   OF  PAFJ-REC  TO
                 WK-DSP-CPR-SHOHIN-NO.
           MOVE  WK-DSP-CPR-KEY                  TO  WK-DSP-KEY.
           MOVE  JF400-EFF-FROM    OF  PAFJ-REC  TO
                 WK-DSP-CPR-EFF-FROM.
           IF  JF400-TANKA  OF  PAFJ-REC  IS  NUMERIC
             MOVE  JF400-TANKA  OF  PAFJ-REC  TO  WK-DSP-CPR-TANKA
           ELSE
             MOVE  ZERO  TO  WK-DSP-CPR-TANKA
           END-IF.
           MOVE  WK-DSP-CPR-MEI                  TO  WK-DSP-MEI.
           MOVE  JF400-APPLY-USER  OF  PAFJ-REC  TO  WK-DSP-APPLY-USER.
           PERFORM  KETTEI-RTN.
           IF  WK-IN-KETTEI  =  "A"
             MOVE  PAFJ-REC              TO  APVJ-REC
             MOVE  WK-IN-APPROVE-USER    TO
                   JF400-APPROVE-USER    OF  APVJ-REC
             MOVE  "1"                   TO
                   JF400-APPROVE-FLG     OF  APVJ-REC
             MOVE  WK-IN-COMMENT         TO
                   JF400-APPROVE-COMMENT OF  APVJ-REC
             WRITE  APVJ-REC
             ADD  +1  TO  APV-CNT
           ELSE
             MOVE  PAFJ-REC              TO  REJJ-REC
             MOVE  WK-IN-APPROVE-USER    TO
                   JF400-APPROVE-USER    OF  REJJ-REC
             MOVE  "2"                   TO
                   JF400-APPROVE-FLG     OF  REJJ-REC
             MOVE  WK-IN-COMMENT         TO
                   JF400-APPROVE-COMMENT OF  REJJ-REC
             WRITE  REJJ-REC
             ADD  +1  TO  REJ-CNT
           END-IF.
           PERFORM  PAFJ-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *    販促キャンペーン申請入力処理
      ********************************************************
       PAFN-READ-RTN               SECTION.
           READ  PAFN-FILE  AT  END
             MOVE  "1"  TO  PAF-END-FLG
           NOT  AT  END
             ADD  +1  TO  PAF-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *    販促キャンペーン申請承認処理（名称欄には値引区分と
      *    値引率または額、適用終了日を表示する）
      ********************************************************
       SHONIN-N-RTN                SECTION.
           MOVE  JF405-ACTION-KBN  OF  PAFN-REC  TO  WK-DSP-ACTION-KBN.
           MOVE  JF405-CMP-COD     OF  PAFN-REC  TO  WK-DSP-CMP-COD.
           MOVE  JF405-TAISHO-KBN  OF  PAFN-REC  TO
                 WK-DSP-CMP-TAISHO-KBN.
           MOVE  JF405-TAISHO-COD  OF  PAFN-REC  TO
                 WK-DSP-CMP-TAISHO-COD.
           MOVE  WK-DSP-CMP-KEY                  TO  WK-DSP-KEY.
           MOVE  JF405-NEBIKI-KBN  OF  PAFN-REC  TO
                 WK-DSP-CMP-NEBIKI-KBN.
           MOVE  ZERO                            TO  WK-DSP-CMP-NEBIKI.
           IF  JF405-NEBIKI-KBN  OF  PAFN-REC  =  "1"
             IF  JF405-NEBIKI-RITU  OF  PAFN-REC  IS  NUMERIC
               MOVE  JF405-NEBIKI-RITU  OF  PAFN-REC
                 TO  WK-DSP-CMP-NEBIKI
             END-IF
           ELSE
             IF  JF405-NEBIKI-GAKU  OF  PAFN-REC  IS  NUMERIC
               MOVE  JF405-NEBIKI-GAKU  OF  PAFN-REC
                 TO  WK-DSP-CMP-NEBIKI
             END-IF
           END-IF.
           MOVE  JF405-EFF-TO      OF  PAFN-REC  TO  WK-DSP-CMP-EFF-TO.
           MOVE  WK-DSP-CMP-MEI                  TO  WK-DSP-MEI.
           MOVE  JF405-APPLY-USER  OF  PAFN-REC  TO  WK-DSP-APPLY-USER.
           PERFORM  KETTEI-RTN.
           IF  WK-IN-KETTEI  =  "A"
             MOVE  PAFN-REC              TO  APVN-REC
             MOVE  WK-IN-APPROVE-USER    TO
                   JF405-APPROVE-USER    OF  APVN-REC
             MOVE  "1"                   TO
                   JF405-APPROVE-FLG     OF  APVN-REC
             MOVE  WK-IN-COMMENT         TO
                   JF405-APPROVE-COMMENT OF  APVN-REC
             WRITE  APVN-REC
             ADD  +1  TO  APV-CNT
           ELSE
             MOVE  PAFN-REC              TO  REJN-REC
             MOVE  WK-IN-APPROVE-USER    TO
                   JF405-APPROVE-USER    OF  REJN-REC
             MOVE  "2"                   TO
                   JF405-APPROVE-FLG     OF  REJN-REC
             MOVE  WK-IN-COMMENT         TO
                   JF405-APPROVE-COMMENT OF  REJN-REC
             WRITE  REJN-REC
             ADD  +1  TO  REJ-CNT
           END-IF.
           PERFORM  PAFN-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *    口座振替口座申請入力処理
      ********************************************************
       PAFG-READ-RTN               SECTION.
           READ  PAFG-FILE  AT  END
             MOVE  "1"  TO  PAF-END-FLG
           NOT  AT  END
             ADD  +1  TO  PAF-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *    口座振替口座申請承認処理（名称欄には銀行・支店コードと
      *    口座番号を表示する）
      ********************************************************
       SHONIN-G-RTN                SECTION.
           MOVE  UF225-ACTION-KBN  OF  PAFG-REC  TO  WK-DSP-ACTION-KBN.
           MOVE  UF225-TOKU-COD    OF  PAFG-REC  TO  WK-DSP-KEY.
           MOVE  UF225-GINKO-COD   OF  PAFG-REC  TO
                 WK-DSP-BNK-GINKO-COD.
           MOVE  UF225-SHITEN-COD  OF  PAFG-REC  TO
                 WK-DSP-BNK-SHITEN-COD.
           MOVE  UF225-KOZA-NO     OF  PAFG-REC  TO
                 WK-DSP-BNK-KOZA-NO.
           MOVE  WK-DSP-BNK-MEI                  TO  WK-DSP-MEI.
           MOVE  UF225-APPLY-USER  OF  PAFG-REC  TO  WK-DSP-APPLY-USER.
           PERFORM  KETTEI-RTN.
           IF  WK-IN-KETTEI  =  "A"
             MOVE  PAFG-REC              TO  APVG-REC
             MOVE  WK-IN-APPROVE-USER    TO
                   UF225-APPROVE-USER    OF  APVG-REC
             MOVE  "1"                   TO
                   UF225-APPROVE-FLG     OF  APVG-REC
             MOVE  WK-IN-COMMENT         TO
                   UF225-APPROVE-COMMENT OF  APVG-REC
             WRITE  APVG-REC
             ADD  +1  TO  APV-CNT
           ELSE
             MOVE  PAFG-REC              TO  REJG-REC
             MOVE  WK-IN-APPROVE-USER    TO
                   UF225-APPROVE-USER    OF  REJG-REC
             MOVE  "2"                   TO
                   UF225-APPROVE-FLG     OF  REJG-REC
             MOVE  WK-IN-COMMENT         TO
                   UF225-APPROVE-COMMENT OF  REJG-REC
             WRITE  REJG-REC
             ADD  +1  TO  REJ-CNT
           END-IF.
           PERFORM  PAFG-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *    振込専用口座申請入力処理
      ********************************************************
       PAFU-READ-RTN               SECTION.
           READ  PAFU-FILE  AT  END
             MOVE  "1"  TO  PAF-END-FLG
           NOT  AT  END
             ADD  +1  TO  PAF-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *    振込専用口座申請承認処理（名称欄には割当先の得意先
      *    コードを表示する）
      ********************************************************
       SHONIN-U-RTN                SECTION.
           MOVE  UF230-ACTION-KBN  OF  PAFU-REC  TO  WK-DSP-ACTION-KBN.
           MOVE  UF230-KOZA-NO     OF  PAFU-REC  TO  WK-DSP-KEY.
           MOVE  UF230-TOKU-COD    OF  PAFU-REC  TO  WK-DSP-MEI.
           MOVE  UF230-APPLY-USER  OF  PAFU-REC  TO  WK-DSP-APPLY-USER.
           PERFORM  KETTEI-RTN.
           IF  WK-IN-KETTEI  =  "A"
             MOVE  PAFU-REC              TO  APVU-REC
             MOVE  WK-IN-APPROVE-USER    TO
                   UF230-APPROVE-USER    OF  APVU-REC
             MOVE  "1"                   TO
                   UF230-APPROVE-FLG     OF  APVU-REC
             MOVE  WK-IN-COMMENT         TO
                   UF230-APPROVE-COMMENT OF  APVU-REC
             WRITE  APVU-REC
             ADD  +1  TO  APV-CNT
           ELSE
             MOVE  PAFU-REC              TO  REJU-REC
             MOVE  WK-IN-APPROVE-USER    TO
                   UF230-APPROVE-USER    OF  REJU-REC
             MOVE  "2"                   TO
                   UF230-APPROVE-FLG     OF  REJU-REC
             MOVE  WK-IN-COMMENT         TO
                   UF230-APPROVE-COMMENT OF  REJU-REC
             WRITE  REJU-REC
             ADD  +1  TO  REJ-CNT
           END-IF.
           PERFORM  PAFU-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *    承認判定入力処理（承認者ＩＤと承認／却下が正しく入る
      *    まで同じ申請を再表示する。申請者本人の承認は四眼原則
      *    違反として受け付けない）
      *    終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           EVALUATE  WK-MASTER-KBN
             WHEN  "S"
               CLOSE  PAFS-FILE  APVS-FILE  REJS-FILE
             WHEN  "T"
               CLOSE  PAFT-FILE  APVT-FILE  REJT-FILE
             WHEN  "V"
               CLOSE  PAFV-FILE  APVV-FILE  REJV-FILE
             WHEN  "W"
               CLOSE  PAFW-FILE  APVW-FILE  REJW-FILE
             WHEN  "J"
               CLOSE  PAFJ-FILE  APVJ-FILE  REJJ-FILE
             WHEN  "N"
               CLOSE  PAFN-FILE  APVN-FILE  REJN-FILE
             WHEN  "G"
               CLOSE  PAFG-FILE  APVG-FILE  REJG-FILE
             WHEN  OTHER
               CLOSE  PAFU-FILE  APVU-FILE  REJU-FILE
           END-EVALUATE.
           CLOSE  OPR-FILE.
           DISPLAY  "*** PAF-CNT="  PAF-CNT.
           DISPLAY  "*** APV-CNT="  APV-CNT.
