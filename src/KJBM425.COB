       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KJBM425.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：共通
      *  プログラム名      ：一括単価改定
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    一括単価改定申請（KJCF360）を１件ずつ読み、選択条件
      *    （仕入先・商品番号範囲・現行単価帯）に該当する商品の
      *    単価を率または額で改定して端数処理する。
      *    校正モード（既定）は改定前後の単価を校正リストへ印字
      *    し、対象件数と新単価の合計を申請へ設定して出力する
      *    だけでマスタは更新しない。適用モード（環境変数
      *    KJBM425_MODE="A"）は承認済み（承認区分"1"かつ申請者と
      *    承認者が異なり、承認者がマスタ保守権限を持つ）の申請
      *    について再計算した件数・合計が校正時と一致する場合
      *    のみ、現行単価とその適用開始日を単価改定履歴へ繰り
      *    下げて新単価を申請の適用開始日付きで商品マスタへ登録
      *    し、監査ログ（KCCFLOG）へ記録する。適用開始日より前の
      *    受注はKJBM030が単価改定履歴の旧単価で計算する。
      *    どちらのモードでも、新単価に対して下限率を下回る得意先
      *    別契約単価（KCCFCPR）を見直し対象として続けて印字する。
      *    操作者は環境変数KCOPIDをマスタ保守権限と照合する
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  ITF-FILE  ASSIGN  TO  EXTERNAL  ITF.
           SELECT  OTF-FILE  ASSIGN  TO  EXTERNAL  OTF.
           SELECT  IMF-FILE  ASSIGN  TO  EXTERNAL  IMF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  SPR-FILE  ASSIGN  TO  EXTERNAL  SPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSPR-KEY.
           SELECT  CPR-FILE  ASSIGN  TO  EXTERNAL  CPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  CFCPR-KEY.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  LOG-FILE  ASSIGN  TO  EXTERNAL  LOG.
           SELECT  OPR-FILE  ASSIGN  TO  EXTERNAL  OPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFOPR-USER-ID.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  ITF-FILE.
       01  ITF-REC.
           COPY  KJCF360.
       FD  OTF-FILE.
       01  OTF-REC                 PIC  X(150).
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
      *    仕入先別取扱商品マスタ（仕入先による選択用）
       FD  SPR-FILE.
       01  SPR-REC.
           COPY  KCCFSPR.
      *    契約単価マスタ（下限率割れの見直し対象抽出用）
       FD  CPR-FILE.
       01  CPR-REC.
           COPY  KCCFCPR.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  LOG-FILE.
       01  LOG-REC.
           COPY  KCCFLOG.
      *    操作者マスタ（起動時・承認者の権限確認用）
       FD  OPR-FILE.
       01  OPR-REC.
           COPY  KCCFOPR.
      *    校正リスト／適用リスト
       FD  OEF-FILE.
       01  OEF-REC                 PIC  X(135).
      *
       WORKING-STORAGE             SECTION.
       01  ITF-END-FLG             PIC  X(1)          VALUE  "0".
       01  IMF-END-FLG             PIC  X(1)          VALUE  "0".
       01  CPR-END-FLG             PIC  X(1)          VALUE  "0".
       01  ITF-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  APPLY-CNT               PIC S9(9)  COMP-3  VALUE   +0.
       01  KAITEI-CNT              PIC S9(9)  COMP-3  VALUE   +0.
       01  MINAOSHI-CNT            PIC S9(9)  COMP-3  VALUE   +0.
       01  ERR-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  LINE-CNT                PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT                PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT        PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-RUN-DATE8            PIC  9(08)          VALUE  ZERO.
      *    操作者認証用（環境変数KCOPIDの操作者ＩＤをマスタと
      *    照合し、認証済みＩＤを監査ログへ記録する）
       01  WK-OPID                 PIC  X(08)          VALUE  SPACE.
       01  WK-AUTH-FLG             PIC  X(01)          VALUE  SPACE.
      *    処理モード（環境変数KJBM425_MODE。"A"＝適用、それ
      *    以外は校正）
       01  WK-MODE                 PIC  X(01)          VALUE  SPACE.
      *    走査区分（"K"＝件数・合計の再計算のみ、"P"＝校正
      *    リスト印字、"A"＝適用リスト印字とマスタ更新）
       01  WK-SCAN-KBN             PIC  X(01)          VALUE  SPACE.
      *    改定計算用
       01  WK-SENTAKU-FLG          PIC  X(01)          VALUE  SPACE.
       01  WK-HANTEI               PIC  X(01)          VALUE  SPACE.
       01  WK-NEW-TANKA            PIC S9(07)V9(2)  COMP-3  VALUE  +0.
       01  WK-YEN                  PIC S9(07)       COMP-3  VALUE  +0.
       01  WK-JUU                  PIC S9(06)       COMP-3  VALUE  +0.
       01  WK-SAGAKU               PIC S9(07)V9(2)  COMP-3  VALUE  +0.
       01  WK-KAITEI-RITU          PIC S9(05)V9(2)  COMP-3  VALUE  +0.
       01  WK-TAISHO-CNT           PIC  9(05)          VALUE  ZERO.
       01  WK-TAISHO-GOKEI         PIC S9(11)V9(2)     VALUE  ZERO.
       01  WK-HIST-IDX             PIC S9(4)  COMP-3  VALUE   +0.
       01  WK-FLOOR-RITU           PIC  9(03)          VALUE  ZERO.
       01  WK-FLOOR-TANKA          PIC S9(07)V9(2)  COMP-3  VALUE  +0.
       01  WK-HIRITU               PIC S9(05)V9(2)  COMP-3  VALUE  +0.
      *    改定対象商品の控え（契約単価の見直し判定に使う。商品
      *    マスタのキー順に積む）
       01  WK-KTI-MAX              PIC S9(4)  COMP-3  VALUE  +3000.
       01  WK-KTI-CNT              PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-KTI-IDX              PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-KTI-HIT              PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-KTI-OVF-FLG          PIC  X(01)          VALUE  SPACE.
       01  WK-KTI-TBL.
         02  WK-KTI-ENT            OCCURS  3000  TIMES.
           03  WK-KTI-SHOHIN-NO    PIC  X(05).
           03  WK-KTI-NEW-TANKA    PIC S9(05)V9(2).
      *    監査ログの改定前後イメージ（商品番号・単価・適用開始日）
       01  WK-LOG-IMAGE.
         02  WK-LOG-SHOHIN-NO      PIC  X(05).
         02  WK-LOG-TANKA          PIC S9(05)V9(2).
         02  WK-LOG-EFF-DATE       PIC  9(08).
         02  FILLER                PIC  X(05)   VALUE  SPACE.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  H1-TITLE             PIC  X(24).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "改定番号".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-KAITEI-NO         PIC  X(6).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "適用開始".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-EFF-DATE          PIC  9(8).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "PAGE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-PAGE-NO           PIC  Z,ZZ9.
         02  FILLER               PIC  X(34)  VALUE  SPACE.
      *  小見出し（改定明細）
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(8)   VALUE  "商品番号".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "商品名".
         02  FILLER               PIC  X(16)  VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "通貨".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "現行単価".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "現行適用日".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "改定後単価".
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "差額".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "改定率％".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "備考".
         02  FILLER               PIC  X(41)  VALUE  SPACE.
      *  改定明細
       01  D1-MEISAI.
         02  D1-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SHOHIN-MEI        PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-CURRENCY          PIC  X(3).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-OLD-TANKA         PIC  ZZ,ZZ9.99.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-OLD-EFF-DATE      PIC  9(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-NEW-TANKA         PIC  ---,--9.99.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SAGAKU            PIC  ---,--9.99.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-RITU              PIC  ----9.99.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-BIKO              PIC  X(20).
         02  FILLER               PIC  X(26)  VALUE  SPACE.
      *  改定計
       01  D2-GOKEI.
         02  FILLER               PIC  X(10)  VALUE
                    "（対象計）".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-CNT               PIC  ZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  "件".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(12)  VALUE
                    "新単価合計　".
         02  D2-GOKEI-TANKA       PIC  ---,---,---,--9.99.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D2-MSG               PIC  X(40).
         02  FILLER               PIC  X(37)  VALUE  SPACE.
      *  申請エラー
       01  D4-ERR.
         02  FILLER               PIC  X(18)  VALUE
                    "＊＊申請エラー：".
         02  D4-ERR-KBN           PIC  X(1).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D4-MSG               PIC  X(40).
         02  FILLER               PIC  X(74)  VALUE  SPACE.
      *  小見出し（契約単価見直し）
       01  H3-KEIYAKU.
         02  FILLER               PIC  X(28)  VALUE
                    "＜契約単価見直し対象　下限".
         02  H3-FLOOR-RITU        PIC  ZZ9.
         02  FILLER               PIC  X(4)   VALUE  "％＞".
         02  FILLER               PIC  X(100) VALUE  SPACE.
       01  H4-KEIYAKU.
         02  FILLER               PIC  X(6)   VALUE  "得意先".
         02  FILLER               PIC  X(22)  VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "商品番号".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "契約単価".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "適用開始".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "適用終了".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "改定後単価".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "比率％".
         02  FILLER               PIC  X(47)  VALUE  SPACE.
      *  契約単価見直し明細
       01  D3-KEIYAKU.
         02  D3-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D3-TOKU-MEI          PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D3-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D3-CPR-TANKA         PIC  ZZ,ZZ9.99.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D3-EFF-FROM          PIC  9(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D3-EFF-TO            PIC  9(8).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D3-NEW-TANKA         PIC  ZZ,ZZ9.99.
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  D3-HIRITU            PIC  ZZ9.99.
         02  FILLER               PIC  X(51)  VALUE  SPACE.
      *
      ********************************************************
      *  一括単価改定（申請ごとに校正または適用）
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  ITF-READ-RTN.
           PERFORM  KAITEI-RTN  UNTIL  ITF-END-FLG  =  "1".
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理
      ********************************************************
       INIT-RTN                    SECTION.
           DISPLAY  "*** KJBM425 START ***".
           PERFORM  AUTH-RTN.
           ACCEPT  WK-MODE  FROM  ENVIRONMENT  "KJBM425_MODE".
           IF  WK-MODE  NOT  =  "A"
             MOVE  "P"  TO  WK-MODE
           END-IF.
           IF  WK-MODE  =  "A"
             DISPLAY  "*** KJBM425 APPLY MODE ***"
           ELSE
             DISPLAY  "*** KJBM425 PROOF MODE ***"
           END-IF.
           ACCEPT  WK-RUN-DATE8  FROM  DATE  YYYYMMDD.
           OPEN  INPUT   ITF-FILE.
           OPEN  OUTPUT  OTF-FILE.
           OPEN  INPUT   SPR-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  INPUT   OPR-FILE.
           OPEN  OUTPUT  OEF-FILE.
           IF  WK-MODE  =  "A"
             OPEN  I-O     IMF-FILE
             OPEN  EXTEND  LOG-FILE
           ELSE
             OPEN  INPUT   IMF-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  申請入力処理
      ********************************************************
       ITF-READ-RTN                SECTION.
           READ  ITF-FILE  AT  END
             MOVE  "1"  TO  ITF-END-FLG
           NOT  AT  END
             ADD   +1   TO   ITF-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  改定処理（申請を検査し、校正モードは校正リストを印字
      *  して件数・合計を申請へ設定する。適用モードは承認と
      *  校正時の件数・合計の一致を確かめてからマスタを更新
      *  する。どちらも続けて契約単価の見直し対象を印字する）
      ********************************************************
       KAITEI-RTN                  SECTION.
           MOVE  SPACE  TO  PRV-ERR-KBN.
           MOVE  ZERO   TO  WK-KTI-CNT.
           MOVE  SPACE  TO  WK-KTI-OVF-FLG.
           MOVE  +99    TO  LINE-CNT.
           IF  WK-MODE  =  "A"
             MOVE  "一括単価改定適用リスト"  TO  H1-TITLE
           ELSE
             MOVE  "一括単価改定校正リスト"  TO  H1-TITLE
           END-IF.
           MOVE  PRV-KAITEI-NO  TO  H1-KAITEI-NO.
           MOVE  PRV-EFF-DATE   TO  H1-EFF-DATE.
           PERFORM  SHINSEI-CHECK-RTN.
           IF  PRV-ERR-KBN  =  SPACE
             AND  WK-MODE  =  "A"
               PERFORM  SHONIN-CHECK-RTN
           END-IF.
           IF  PRV-ERR-KBN  =  SPACE
             AND  WK-MODE  =  "A"
               MOVE  "K"  TO  WK-SCAN-KBN
               PERFORM  SCAN-RTN
               IF  WK-TAISHO-CNT    NOT  =  PRV-PROOF-CNT
                 OR  WK-TAISHO-GOKEI  NOT  =  PRV-PROOF-GOKEI
                   MOVE  "4"  TO  PRV-ERR-KBN
               END-IF
           END-IF.
           IF  PRV-ERR-KBN  NOT  =  SPACE
             PERFORM  ERR-PRINT-RTN
             ADD  +1  TO  ERR-CNT
             GO  TO  NEXT-READ
           END-IF.
           MOVE  WK-MODE  TO  WK-SCAN-KBN.
           PERFORM  SCAN-RTN.
           PERFORM  GOKEI-PRINT-RTN.
           IF  WK-MODE  =  "A"
             ADD  +1  TO  APPLY-CNT
           ELSE
             MOVE  WK-TAISHO-CNT    TO  PRV-PROOF-CNT
             MOVE  WK-TAISHO-GOKEI  TO  PRV-PROOF-GOKEI
           END-IF.
           PERFORM  KEIYAKU-RTN.
       NEXT-READ.
           MOVE  ITF-REC  TO  OTF-REC.
           WRITE  OTF-REC.
           PERFORM  ITF-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  申請検査処理（選択条件なし・改定方法不正・端数処理
      *  不正はエラー"1"、適用開始日が処理日以前はエラー"2"）
      ********************************************************
       SHINSEI-CHECK-RTN           SECTION.
           IF  PRV-SIIRE-COD    =  SPACE
             AND  PRV-SHOHIN-FROM  =  SPACE
             AND  PRV-SHOHIN-TO    =  SPACE
             AND  PRV-TANKA-FROM   =  ZERO
             AND  PRV-TANKA-TO     =  ZERO
               MOVE  "1"  TO  PRV-ERR-KBN
               GO  TO  EXT
           END-IF.
           IF  NOT  (PRV-HOHO-KBN  =  "1"  OR  "2")
             OR  NOT  (PRV-MARUME-KBN  =  SPACE  OR  "0"  OR  "1"
                       OR  "2"  OR  "3"  OR  "4")
               MOVE  "1"  TO  PRV-ERR-KBN
               GO  TO  EXT
           END-IF.
           IF  PRV-EFF-DATE  NOT  NUMERIC
             OR  PRV-EFF-DATE  <=  WK-RUN-DATE8
               MOVE  "2"  TO  PRV-ERR-KBN
               GO  TO  EXT
           END-IF.
           IF  PRV-FLOOR-RITU  NUMERIC
             AND  PRV-FLOOR-RITU  NOT  =  ZERO
               MOVE  PRV-FLOOR-RITU  TO  WK-FLOOR-RITU
           ELSE
               MOVE  80              TO  WK-FLOOR-RITU
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  承認確認処理（未承認・承認者未設定・申請者本人による
      *  承認・承認者にマスタ保守権限が無い場合はエラー"3"）
      ********************************************************
       SHONIN-CHECK-RTN            SECTION.
           IF  PRV-APPROVE-FLG  NOT  =  "1"
             OR  PRV-APPROVE-USER  =  SPACE
             OR  PRV-APPROVE-USER  =  PRV-APPLY-USER
               MOVE  "3"  TO  PRV-ERR-KBN
               GO  TO  EXT
           END-IF.
           MOVE  PRV-APPROVE-USER  TO  CFOPR-USER-ID.
           READ  OPR-FILE
             INVALID  KEY
               MOVE  "3"  TO  PRV-ERR-KBN
             NOT  INVALID  KEY
               IF  CFOPR-MAINT-FLG  NOT  =  "1"
                 MOVE  "3"  TO  PRV-ERR-KBN
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  商品マスタ走査処理（商品番号範囲の先頭から順に読み、
      *  対象商品の件数と新単価の合計を数える。走査区分が"P"・
      *  "A"のときは明細を印字し、"A"のときはマスタを更新する）
      ********************************************************
       SCAN-RTN                    SECTION.
           MOVE  ZERO   TO  WK-TAISHO-CNT.
           MOVE  ZERO   TO  WK-TAISHO-GOKEI.
           MOVE  "0"    TO  IMF-END-FLG.
           IF  PRV-SHOHIN-FROM  =  SPACE
             MOVE  LOW-VALUE        TO  CFSHO-SHOHIN-NO
           ELSE
             MOVE  PRV-SHOHIN-FROM  TO  CFSHO-SHOHIN-NO
           END-IF.
           START  IMF-FILE  KEY  >=  CFSHO-SHOHIN-NO
             INVALID  KEY
               MOVE  "1"  TO  IMF-END-FLG
           END-START.
           PERFORM  SHOHIN-RTN  UNTIL  IMF-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  商品別改定処理
      ********************************************************
       SHOHIN-RTN                  SECTION.
           READ  IMF-FILE  NEXT
             AT  END
               MOVE  "1"  TO  IMF-END-FLG
               GO  TO  EXT
           END-READ.
           IF  PRV-SHOHIN-TO  NOT  =  SPACE
             AND  CFSHO-SHOHIN-NO  >  PRV-SHOHIN-TO
               MOVE  "1"  TO  IMF-END-FLG
               GO  TO  EXT
           END-IF.
           PERFORM  SENTAKU-RTN.
           IF  WK-SENTAKU-FLG  NOT  =  "1"
             GO  TO  EXT
           END-IF.
           PERFORM  SHINTANKA-RTN.
      *    判定（空白＝改定対象、"1"＝廃番、"2"＝同日以降の改定
      *    登録済み、"3"＝新単価が範囲外、"4"＝単価変更なし）
           MOVE  SPACE  TO  WK-HANTEI.
           IF  CFSHO-HAIBAN-FLG  =  "1"
             MOVE  "1"  TO  WK-HANTEI
           ELSE
             IF  CFSHO-TANKA-EFF-DATE  >=  PRV-EFF-DATE
               MOVE  "2"  TO  WK-HANTEI
             ELSE
               IF  WK-NEW-TANKA  <=  ZERO
                 OR  WK-NEW-TANKA  >  99999.99
                   MOVE  "3"  TO  WK-HANTEI
               ELSE
                 IF  WK-NEW-TANKA  =  CFSHO-TANKA
                   MOVE  "4"  TO  WK-HANTEI
                 END-IF
               END-IF
             END-IF
           END-IF.
           IF  WK-HANTEI  =  SPACE
             ADD  1             TO  WK-TAISHO-CNT
             ADD  WK-NEW-TANKA  TO  WK-TAISHO-GOKEI
           END-IF.
           IF  WK-SCAN-KBN  =  "K"
             GO  TO  EXT
           END-IF.
           PERFORM  MEISAI-PRINT-RTN.
           IF  WK-HANTEI  NOT  =  SPACE
             GO  TO  EXT
           END-IF.
           PERFORM  KTI-ADD-RTN.
           IF  WK-SCAN-KBN  =  "A"
             PERFORM  TEKIYO-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  選択条件判定処理（仕入先・現行単価帯）
      ********************************************************
       SENTAKU-RTN                 SECTION.
           MOVE  SPACE  TO  WK-SENTAKU-FLG.
           IF  PRV-TANKA-FROM  NOT  =  ZERO
             AND  CFSHO-TANKA  <  PRV-TANKA-FROM
               GO  TO  EXT
           END-IF.
           IF  PRV-TANKA-TO  NOT  =  ZERO
             AND  CFSHO-TANKA  >  PRV-TANKA-TO
               GO  TO  EXT
           END-IF.
           IF  PRV-SIIRE-COD  NOT  =  SPACE
             MOVE  CFSHO-SHOHIN-NO  TO  CFSPR-SHOHIN-NO
             MOVE  PRV-SIIRE-COD    TO  CFSPR-SIIRE-COD
             READ  SPR-FILE
               INVALID  KEY
                 GO  TO  EXT
             END-READ
           END-IF.
           MOVE  "1"  TO  WK-SENTAKU-FLG.
       EXT.
           EXIT.
      ********************************************************
      *  新単価計算処理（率・額で改定し、端数処理区分に従って
      *  丸める）
      ********************************************************
       SHINTANKA-RTN               SECTION.
           IF  PRV-HOHO-KBN  =  "1"
             COMPUTE  WK-NEW-TANKA  ROUNDED  =
                      CFSHO-TANKA  *  (100  +  PRV-RITU)  /  100
           ELSE
             COMPUTE  WK-NEW-TANKA  =  CFSHO-TANKA  +  PRV-GAKU
           END-IF.
           EVALUATE  PRV-MARUME-KBN
             WHEN  "1"
               COMPUTE  WK-YEN  ROUNDED  =  WK-NEW-TANKA
               MOVE  WK-YEN  TO  WK-NEW-TANKA
             WHEN  "2"
               MOVE  WK-NEW-TANKA  TO  WK-YEN
               IF  WK-YEN  <  WK-NEW-TANKA
                 ADD  1  TO  WK-YEN
               END-IF
               MOVE  WK-YEN  TO  WK-NEW-TANKA
             WHEN  "3"
               MOVE  WK-NEW-TANKA  TO  WK-YEN
               MOVE  WK-YEN  TO  WK-NEW-TANKA
             WHEN  "4"
               DIVIDE  WK-NEW-TANKA  BY  10  GIVING  WK-JUU
               IF  WK-JUU  *  10  <  WK-NEW-TANKA
                 ADD  1  TO  WK-JUU
               END-IF
               COMPUTE  WK-NEW-TANKA  =  WK-JUU  *  10
             WHEN  OTHER
               CONTINUE
           END-EVALUATE.
       EXT.
           EXIT.
      ********************************************************
      *  改定明細印刷処理
      ********************************************************
       MEISAI-PRINT-RTN            SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  CFSHO-SHOHIN-NO       TO  D1-SHOHIN-NO.
           MOVE  CFSHO-SHOHIN-MEI      TO  D1-SHOHIN-MEI.
           MOVE  CFSHO-CURRENCY        TO  D1-CURRENCY.
           MOVE  CFSHO-TANKA           TO  D1-OLD-TANKA.
           MOVE  CFSHO-TANKA-EFF-DATE  TO  D1-OLD-EFF-DATE.
           MOVE  WK-NEW-TANKA          TO  D1-NEW-TANKA.
           COMPUTE  WK-SAGAKU  =  WK-NEW-TANKA  -  CFSHO-TANKA.
           MOVE  WK-SAGAKU             TO  D1-SAGAKU.
           IF  CFSHO-TANKA  =  ZERO
             MOVE  ZERO  TO  WK-KAITEI-RITU
           ELSE
             COMPUTE  WK-KAITEI-RITU  ROUNDED  =
                      WK-SAGAKU  *  100  /  CFSHO-TANKA
           END-IF.
           MOVE  WK-KAITEI-RITU        TO  D1-RITU.
           EVALUATE  WK-HANTEI
             WHEN  "1"
               MOVE  "廃番のため対象外"    TO  D1-BIKO
             WHEN  "2"
               MOVE  "改定登録済み"        TO  D1-BIKO
             WHEN  "3"
               MOVE  "新単価が範囲外"      TO  D1-BIKO
             WHEN  "4"
               MOVE  "単価変更なし"        TO  D1-BIKO
             WHEN  OTHER
               IF  WK-SCAN-KBN  =  "A"
                 MOVE  "適用"              TO  D1-BIKO
               ELSE
                 MOVE  SPACE               TO  D1-BIKO
               END-IF
           END-EVALUATE.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  改定対象控え処理（契約単価の見直し判定用。上限を超えた
      *  分は見直し判定から外し、改定計にその旨を印字する）
      ********************************************************
       KTI-ADD-RTN                 SECTION.
           IF  WK-KTI-CNT  >=  WK-KTI-MAX
             MOVE  "1"  TO  WK-KTI-OVF-FLG
             GO  TO  EXT
           END-IF.
           ADD  +1  TO  WK-KTI-CNT.
           MOVE  CFSHO-SHOHIN-NO  TO  WK-KTI-SHOHIN-NO  (WK-KTI-CNT).
           MOVE  WK-NEW-TANKA     TO  WK-KTI-NEW-TANKA  (WK-KTI-CNT).
       EXT.
           EXIT.
      ********************************************************
      *  適用処理（現行単価とその適用開始日を単価改定履歴へ繰り
      *  下げ退避し、新単価を申請の適用開始日付きで登録する。
      *  KJBM070の単価改定履歴退避と同じ繰り下げ方）
      ********************************************************
       TEKIYO-RTN                  SECTION.
           MOVE  CFSHO-SHOHIN-NO       TO  WK-LOG-SHOHIN-NO.
           MOVE  CFSHO-TANKA           TO  WK-LOG-TANKA.
           MOVE  CFSHO-TANKA-EFF-DATE  TO  WK-LOG-EFF-DATE.
           MOVE  WK-LOG-IMAGE          TO  LOG-BEFORE-IMAGE.
           PERFORM  HIST-SHIFT-RTN
             VARYING  WK-HIST-IDX  FROM  5  BY  -1
               UNTIL  WK-HIST-IDX  <  2.
           MOVE  CFSHO-TANKA-EFF-DATE  TO  CFSHO-HIST-EFF-DATE  (1).
           MOVE  CFSHO-TANKA           TO  CFSHO-HIST-TANKA     (1).
           MOVE  WK-NEW-TANKA          TO  CFSHO-TANKA.
           MOVE  PRV-EFF-DATE          TO  CFSHO-TANKA-EFF-DATE.
           REWRITE  IMF-REC.
           ADD  +1  TO  KAITEI-CNT.
           MOVE  CFSHO-TANKA           TO  WK-LOG-TANKA.
           MOVE  CFSHO-TANKA-EFF-DATE  TO  WK-LOG-EFF-DATE.
           MOVE  WK-LOG-IMAGE          TO  LOG-AFTER-IMAGE.
           PERFORM  LOG-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  単価改定履歴繰り下げ処理
      ********************************************************
       HIST-SHIFT-RTN              SECTION.
           MOVE  CFSHO-PRICE-HIST  (WK-HIST-IDX  -  1)  TO
                 CFSHO-PRICE-HIST  (WK-HIST-IDX).
       EXT.
           EXIT.
      ********************************************************
      *  監査ログ出力処理（申請者・承認者付きで記録する）
      ********************************************************
       LOG-WRITE-RTN               SECTION.
           MOVE  WK-RUN-DATE8         TO  LOG-UPDATE-DATE.
           ACCEPT  LOG-UPDATE-TIME  FROM  TIME.
           MOVE  "S"                  TO  LOG-MASTER-KBN.
           MOVE  "C"                  TO  LOG-ACTION-KBN.
           MOVE  CFSHO-SHOHIN-NO      TO  LOG-KEY.
           MOVE  WK-OPID              TO  LOG-USER-ID.
           MOVE  PRV-APPLY-USER       TO  LOG-APPLY-USER-ID.
           MOVE  PRV-APPROVE-USER     TO  LOG-APPROVE-USER-ID.
           WRITE  LOG-REC.
       EXT.
           EXIT.
      ********************************************************
      *  改定計印刷処理
      ********************************************************
       GOKEI-PRINT-RTN             SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  WK-TAISHO-CNT    TO  D2-CNT.
           MOVE  WK-TAISHO-GOKEI  TO  D2-GOKEI-TANKA.
           IF  WK-KTI-OVF-FLG  =  "1"
             MOVE  "契約単価の見直しは一部のみ"
                                    TO  D2-MSG
           ELSE
             MOVE  SPACE            TO  D2-MSG
           END-IF.
           MOVE  D2-GOKEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           ADD  +2  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  申請エラー印刷処理
      ********************************************************
       ERR-PRINT-RTN               SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  PRV-ERR-KBN  TO  D4-ERR-KBN.
           EVALUATE  PRV-ERR-KBN
             WHEN  "1"
               MOVE  "改定条件が不正"
                                         TO  D4-MSG
             WHEN  "2"
               MOVE  "適用開始日が処理日以前"  TO  D4-MSG
             WHEN  "3"
               MOVE  "承認されていない申請"    TO  D4-MSG
             WHEN  "4"
               MOVE  "校正時と対象件数・合計が不一致"
                                         TO  D4-MSG
           END-EVALUATE.
           MOVE  D4-ERR  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           ADD  +2  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  契約単価見直し処理（契約単価マスタを全件読み、改定
      *  対象商品の契約のうち新単価の適用開始日以降も有効な
      *  もので、契約単価が新単価×下限率／１００を下回るもの
      *  を印字する）
      ********************************************************
       KEIYAKU-RTN                 SECTION.
           IF  WK-KTI-CNT  =  ZERO
             GO  TO  EXT
           END-IF.
           MOVE  WK-FLOOR-RITU  TO  H3-FLOOR-RITU.
           IF  LINE-CNT  +  4  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  H3-KEIYAKU  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  H4-KEIYAKU  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +3  TO  LINE-CNT.
           MOVE  "0"  TO  CPR-END-FLG.
           OPEN  INPUT  CPR-FILE.
           PERFORM  KEIYAKU-HANTEI-RTN  UNTIL  CPR-END-FLG  =  "1".
           CLOSE  CPR-FILE.
       EXT.
           EXIT.
      ********************************************************
      *  契約単価判定処理
      ********************************************************
       KEIYAKU-HANTEI-RTN          SECTION.
           READ  CPR-FILE  NEXT
             AT  END
               MOVE  "1"  TO  CPR-END-FLG
               GO  TO  EXT
           END-READ.
           IF  CFCPR-EFF-TO  NOT  =  ZERO
             AND  CFCPR-EFF-TO  <  PRV-EFF-DATE
               GO  TO  EXT
           END-IF.
           MOVE  ZERO  TO  WK-KTI-HIT.
           PERFORM  KTI-SEARCH-RTN
             VARYING  WK-KTI-IDX  FROM  1  BY  1
               UNTIL  WK-KTI-IDX  >  WK-KTI-CNT
                   OR  WK-KTI-HIT  NOT  =  ZERO.
           IF  WK-KTI-HIT  =  ZERO
             GO  TO  EXT
           END-IF.
           COMPUTE  WK-FLOOR-TANKA  =
                    WK-KTI-NEW-TANKA  (WK-KTI-HIT)  *  WK-FLOOR-RITU
                    /  100.
           IF  CFCPR-TANKA  NOT  <  WK-FLOOR-TANKA
             GO  TO  EXT
           END-IF.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  CFCPR-TOKU-COD   TO  D3-TOKU-COD.
           MOVE  CFCPR-TOKU-COD   TO  CFTOK-TOKU-COD.
           READ  TOK-FILE
             INVALID  KEY
               MOVE  SPACE           TO  D3-TOKU-MEI
             NOT  INVALID  KEY
               MOVE  CFTOK-TOKU-MEI  TO  D3-TOKU-MEI
           END-READ.
           MOVE  CFCPR-SHOHIN-NO  TO  D3-SHOHIN-NO.
           MOVE  CFCPR-TANKA      TO  D3-CPR-TANKA.
           MOVE  CFCPR-EFF-FROM   TO  D3-EFF-FROM.
           MOVE  CFCPR-EFF-TO     TO  D3-EFF-TO.
           MOVE  WK-KTI-NEW-TANKA  (WK-KTI-HIT)  TO  D3-NEW-TANKA.
           COMPUTE  WK-HIRITU  ROUNDED  =
                    CFCPR-TANKA  *  100  /
                    WK-KTI-NEW-TANKA  (WK-KTI-HIT).
           MOVE  WK-HIRITU        TO  D3-HIRITU.
           MOVE  D3-KEIYAKU  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
           ADD  +1  TO  MINAOSHI-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  改定対象控え検索処理
      ********************************************************
       KTI-SEARCH-RTN              SECTION.
           IF  WK-KTI-SHOHIN-NO  (WK-KTI-IDX)  =  CFCPR-SHOHIN-NO
             MOVE  WK-KTI-IDX  TO  WK-KTI-HIT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  見出し印刷処理
      ********************************************************
       MIDASHI-RTN                 SECTION.
           MOVE  +0  TO  LINE-CNT.
           ADD   +1  TO  PAGE-CNT.
           MOVE  PAGE-CNT  TO  H1-PAGE-NO.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  H2-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
       EXT.
           EXIT.
      ********************************************************
      *  操作者認証処理（環境変数KCOPIDの操作者ＩＤを操作者
      *  マスタと照合し、マスタ保守権限の無い操作者の実行を
      *  ここで止める）
      ********************************************************
       AUTH-RTN                    SECTION.
           ACCEPT  WK-OPID  FROM  ENVIRONMENT  "KCOPID".
           MOVE  SPACE  TO  WK-AUTH-FLG.
           OPEN  INPUT  OPR-FILE.
           MOVE  WK-OPID  TO  CFOPR-USER-ID.
           READ  OPR-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  CFOPR-MAINT-FLG  =  "1"
                 MOVE  "1"  TO  WK-AUTH-FLG
               END-IF
           END-READ.
           CLOSE  OPR-FILE.
           IF  WK-AUTH-FLG  NOT  =  "1"
             DISPLAY  "*** KJBM425 AUTH ERROR OPID=" WK-OPID
             STOP  RUN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  ITF-FILE  OTF-FILE  IMF-FILE  SPR-FILE  TOK-FILE
                  OPR-FILE  OEF-FILE.
           IF  WK-MODE  =  "A"
             CLOSE  LOG-FILE
           END-IF.
           DISPLAY  "*** ITF-CNT="       ITF-CNT.
           DISPLAY  "*** APPLY-CNT="     APPLY-CNT.
           DISPLAY  "*** KAITEI-CNT="    KAITEI-CNT.
           DISPLAY  "*** MINAOSHI-CNT="  MINAOSHI-CNT.
           DISPLAY  "*** ERR-CNT="       ERR-CNT.
           DISPLAY  "*** KJBM425  END ***".
       EXT.
           EXIT.
