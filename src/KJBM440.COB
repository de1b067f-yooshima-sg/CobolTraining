       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KJBM440.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：共通
      *  プログラム名      ：重複得意先候補リスト作成
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    得意先マスタ（KCCFTOK）の全件を表に取り込み、全ての
      *    得意先の組み合わせについて次の項目を比べて一致点数を
      *    付け、点数がしきい値（システムパラメタKJ-DUP-SCORE、
      *    既定４０点）以上の組を重複登録の候補として点数の高い
      *    順に印字する定期リスト。
      *      ・得意先名（株式会社・（株）等の法人格と空白を除く）
      *                                              ４０点
      *      ・電話番号（数字のみで比較）            ３０点
      *      ・郵便番号（数字のみで比較）            １０点
      *      ・住所（空白を除く）                    ２０点
      *      ・引落口座（KCCFBNKの銀行・支店・種目・口座番号）
      *                                              ４０点
      *    組ごとに両得意先の売掛残高と最終受注日（得意先商品別
      *    購買実績（KUCF200）の最終受注日の最大）を並べ、最終
      *    受注日の新しい方（同じなら小さいコード）を残す統合案
      *    を付ける。統合案は得意先コード統合申請（KJCF120）の
      *    形式で候補ファイルへも書き出すため、確認して不要な組
      *    を除いたものをそのままKJBM155の申請に使える。１つの
      *    得意先が複数の組に現れる場合は、統合先が連鎖しない
      *    よう確認時に組を選ぶこと
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  BNK-FILE  ASSIGN  TO  EXTERNAL  BNK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFBNK-TOKU-COD.
           SELECT  BHS-FILE  ASSIGN  TO  EXTERNAL  BHS
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  UF200-KEY.
           SELECT  PRM-FILE  ASSIGN  TO  EXTERNAL  PRM
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFPRM-PARM-KEY.
           SELECT  SRT-FILE  ASSIGN  TO  SRTWK01.
           SELECT  OTF-FILE  ASSIGN  TO  EXTERNAL  OTF.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  BNK-FILE.
       01  BNK-REC.
           COPY  KCCFBNK.
       FD  BHS-FILE.
       01  BHS-REC.
           COPY  KUCF200.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY  KCCFPRM.
       SD  SRT-FILE.
       01  SRT-REC.
         03  SRT-SCORE             PIC  9(03).
         03  SRT-IDX-A             PIC  9(05).
         03  SRT-IDX-B             PIC  9(05).
         03  SRT-ITCHI.
           05  SRT-ITCHI-MEI       PIC  X(01).
           05  SRT-ITCHI-TEL       PIC  X(01).
           05  SRT-ITCHI-YUBIN     PIC  X(01).
           05  SRT-ITCHI-JUSHO     PIC  X(01).
           05  SRT-ITCHI-KOZA      PIC  X(01).
       FD  OTF-FILE.
       01  OTF-REC.
           COPY  KJCF120.
       FD  OEF-FILE.
       01  OEF-REC                 PIC  X(135).
      *
       WORKING-STORAGE             SECTION.
       01  TOK-END-FLG             PIC  X(1)          VALUE  "0".
       01  BHS-END-FLG             PIC  X(1)          VALUE  "0".
       01  SRT-END-FLG             PIC  X(1)          VALUE  "0".
       01  TOK-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  TBL-OVER-CNT            PIC S9(9)  COMP-3  VALUE   +0.
       01  KOHO-CNT                PIC S9(9)  COMP-3  VALUE   +0.
       01  OTF-CNT                 PIC S9(9)  COMP-3  VALUE   +0.
       01  LINE-CNT                PIC S9(3)  COMP-3  VALUE  +99.
       01  PAGE-CNT                PIC S9(5)  COMP-3  VALUE  +0.
       01  WK-PAGE-LINE-CNT        PIC S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8             PIC  9(08)          VALUE  ZERO.
      *    一致点数（項目別の配点と、印字するしきい値）
       01  WK-TEN-MEI              PIC  9(03)          VALUE  40.
       01  WK-TEN-TEL              PIC  9(03)          VALUE  30.
       01  WK-TEN-YUBIN            PIC  9(03)          VALUE  10.
       01  WK-TEN-JUSHO            PIC  9(03)          VALUE  20.
       01  WK-TEN-KOZA             PIC  9(03)          VALUE  40.
       01  WK-DUP-SCORE            PIC  9(03)          VALUE  40.
       01  WK-SCORE                PIC  9(03)          VALUE  ZERO.
      *    得意先比較表（得意先コード順。比較用の正規化キーを持つ）
       01  WK-TBL-MAX              PIC S9(05)  COMP    VALUE  +5000.
       01  WK-TBL-CNT              PIC S9(05)  COMP    VALUE  +0.
       01  WK-IX-A                 PIC S9(05)  COMP    VALUE  +0.
       01  WK-IX-B                 PIC S9(05)  COMP    VALUE  +0.
       01  WK-IX-B-FROM            PIC S9(05)  COMP    VALUE  +0.
       01  WK-TOK-TBL.
         02  WK-TOK                OCCURS  5000  TIMES.
           03  WK-TBL-TOKU-COD     PIC  X(04).
           03  WK-TBL-TOKU-MEI     PIC  X(20).
           03  WK-TBL-MEI-KEY      PIC  X(20).
           03  WK-TBL-TEL-KEY      PIC  X(12).
           03  WK-TBL-YUBIN-KEY    PIC  X(08).
           03  WK-TBL-JUSHO-KEY    PIC  X(50).
           03  WK-TBL-KOZA-KEY     PIC  X(15).
           03  WK-TBL-ZAN          PIC S9(09)  COMP-3.
           03  WK-TBL-LAST-DATE    PIC  9(08).
      *    正規化作業域（区分"1"＝空白除去、"2"＝数字のみ残す）
       01  WK-NORM-KBN             PIC  X(01)          VALUE  SPACE.
       01  WK-NORM-IN              PIC  X(50)          VALUE  SPACE.
       01  WK-NORM-OUT             PIC  X(50)          VALUE  SPACE.
       01  WK-NORM-IX              PIC S9(03)  COMP    VALUE  +0.
       01  WK-NORM-LEN             PIC S9(03)  COMP    VALUE  +0.
      *    引落口座の比較キー
       01  WK-KOZA-KEY.
         02  WK-KOZA-GINKO         PIC  9(04).
         02  WK-KOZA-SHITEN        PIC  9(03).
         02  WK-KOZA-YOKIN         PIC  9(01).
         02  WK-KOZA-NO            PIC  9(07).
       01  WK-LAST-DATE            PIC  9(08)          VALUE  ZERO.
      *    統合案（旧コード→残すコード）
       01  WK-OLD-IX               PIC S9(05)  COMP    VALUE  +0.
       01  WK-NEW-IX               PIC S9(05)  COMP    VALUE  +0.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(24)  VALUE
                    "重複得意先候補リスト".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "しきい値".
         02  H1-DUP-SCORE         PIC  ZZ9.
         02  FILLER               PIC  X(2)   VALUE  "点".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "DATE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-DATE              PIC  9(08).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "PAGE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-PAGE-NO           PIC  Z,ZZ9.
         02  FILLER               PIC  X(37)  VALUE  SPACE.
      *  小見出し
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(4)   VALUE  "点数".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "名電郵住口".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "コード".
         02  FILLER               PIC  X(19)  VALUE  "得意先名".
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "売掛残高".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "最終受注".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "コード".
         02  FILLER               PIC  X(19)  VALUE  "得意先名".
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "売掛残高".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "最終受注".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "統合案".
         02  FILLER               PIC  X(8)   VALUE  SPACE.
      *  候補明細行
       01  D1-KOHO.
         02  D1-SCORE             PIC  ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-ITCHI-MEI         PIC  X(2).
         02  D1-ITCHI-TEL         PIC  X(2).
         02  D1-ITCHI-YUBIN       PIC  X(2).
         02  D1-ITCHI-JUSHO       PIC  X(2).
         02  D1-ITCHI-KOZA        PIC  X(2).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TOKU-COD-A        PIC  X(4).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-TOKU-MEI-A        PIC  X(20).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-ZAN-A             PIC  -,---,---,--9.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-LAST-DATE-A       PIC  9(08).
         02  D1-LAST-NASHI-A      REDEFINES  D1-LAST-DATE-A
                                  PIC  X(08).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TOKU-COD-B        PIC  X(4).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-TOKU-MEI-B        PIC  X(20).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-ZAN-B             PIC  -,---,---,--9.
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  D1-LAST-DATE-B       PIC  9(08).
         02  D1-LAST-NASHI-B      REDEFINES  D1-LAST-DATE-B
                                  PIC  X(08).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-OLD-COD           PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  "→".
         02  D1-NEW-COD           PIC  X(4).
         02  FILLER               PIC  X(8)   VALUE  SPACE.
      *  合計行
       01  D2-GOKEI.
         02  FILLER               PIC  X(16)  VALUE
                    "得意先件数：".
         02  D2-TOK-CNT           PIC  ZZZ,ZZ9.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(16)  VALUE
                    "候補組数：".
         02  D2-KOHO-CNT          PIC  ZZZ,ZZ9.
         02  FILLER               PIC  X(85)  VALUE  SPACE.
      *
      ********************************************************
      *  重複得意先候補リスト作成（得意先比較表を作って全組を
      *  比べ、候補を点数の高い順にソートして印字する）
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           PERFORM  TOK-READ-RTN.
           PERFORM  TBL-SET-RTN  UNTIL  TOK-END-FLG  =  "1".
           SORT  SRT-FILE
             ON  DESCENDING  KEY  SRT-SCORE
                 ASCENDING   KEY  SRT-IDX-A  SRT-IDX-B
             INPUT   PROCEDURE  KOHO-SEL-RTN
             OUTPUT  PROCEDURE  INSATU-CTL-RTN.
           PERFORM  GOKEI-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理
      ********************************************************
       INIT-RTN                    SECTION.
           DISPLAY  "*** KJBM440 START ***".
           OPEN  INPUT   TOK-FILE.
           OPEN  INPUT   BNK-FILE.
           OPEN  INPUT   BHS-FILE.
           OPEN  OUTPUT  OTF-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           PERFORM  DUP-PARM-RTN.
           MOVE  WK-DUP-SCORE  TO  H1-DUP-SCORE.
       EXT.
           EXIT.
      ********************************************************
      *  しきい値取得処理（システムパラメタKJ-DUP-SCOREの数字
      *  ３桁。未登録・適用前・非数字・ゼロは既定の４０点）
      ********************************************************
       DUP-PARM-RTN                SECTION.
           OPEN  INPUT  PRM-FILE.
           MOVE  "KJ-DUP-SCORE"  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  (CFPRM-EFF-DATE  =  ZERO
                    OR  CFPRM-EFF-DATE  <=  WK-PC-DATE8)
                 AND  CFPRM-VALUE  (1:3)  IS  NUMERIC
                 AND  CFPRM-VALUE  (1:3)  NOT  =  "000"
                   MOVE  CFPRM-VALUE  (1:3)  TO  WK-DUP-SCORE
               END-IF
           END-READ.
           CLOSE  PRM-FILE.
       EXT.
           EXIT.
      ********************************************************
      *  得意先マスタ順次読込処理
      ********************************************************
       TOK-READ-RTN                SECTION.
           READ  TOK-FILE  NEXT
             AT  END
               MOVE  "1"  TO  TOK-END-FLG
             NOT  AT  END
               ADD  +1  TO  TOK-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  比較表作成処理（得意先名・電話・郵便番号・住所を正規化
      *  し、引落口座と最終受注日を付けて表へ積む。表の上限を
      *  超えた得意先は件数だけ控えて比較しない）
      ********************************************************
       TBL-SET-RTN                 SECTION.
           IF  WK-TBL-CNT  >=  WK-TBL-MAX
             ADD  +1  TO  TBL-OVER-CNT
             GO  TO  NEXT-READ
           END-IF.
           ADD  +1  TO  WK-TBL-CNT.
           MOVE  CFTOK-TOKU-COD     TO  WK-TBL-TOKU-COD  (WK-TBL-CNT).
           MOVE  CFTOK-TOKU-MEI     TO  WK-TBL-TOKU-MEI  (WK-TBL-CNT).
           MOVE  CFTOK-URIKAKE-ZAN  TO  WK-TBL-ZAN       (WK-TBL-CNT).
      *    得意先名（法人格の表記と全角・半角の空白を除く）
           MOVE  CFTOK-TOKU-MEI  TO  WK-NORM-IN.
           INSPECT  WK-NORM-IN  REPLACING
                      ALL  "株式会社"  BY  SPACE
                      ALL  "有限会社"  BY  SPACE
                      ALL  "（株）"    BY  SPACE
                      ALL  "（有）"    BY  SPACE
                      ALL  "(株)"      BY  SPACE
                      ALL  "(有)"      BY  SPACE
                      ALL  "㈱"        BY  SPACE
                      ALL  "㈲"        BY  SPACE.
           MOVE  "1"  TO  WK-NORM-KBN.
           PERFORM  NORM-RTN.
           MOVE  WK-NORM-OUT  TO  WK-TBL-MEI-KEY  (WK-TBL-CNT).
      *    住所（全角・半角の空白を除く）
           MOVE  CFTOK-JUSHO  TO  WK-NORM-IN.
           PERFORM  NORM-RTN.
           MOVE  WK-NORM-OUT  TO  WK-TBL-JUSHO-KEY  (WK-TBL-CNT).
      *    電話番号・郵便番号（ハイフン等を除き数字だけで比べる）
           MOVE  "2"  TO  WK-NORM-KBN.
           MOVE  CFTOK-TEL  TO  WK-NORM-IN.
           PERFORM  NORM-RTN.
           MOVE  WK-NORM-OUT  TO  WK-TBL-TEL-KEY  (WK-TBL-CNT).
           MOVE  CFTOK-YUBIN-NO  TO  WK-NORM-IN.
           PERFORM  NORM-RTN.
           MOVE  WK-NORM-OUT  TO  WK-TBL-YUBIN-KEY  (WK-TBL-CNT).
           PERFORM  KOZA-RTN.
           PERFORM  LAST-DATE-RTN.
       NEXT-READ.
           PERFORM  TOK-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  正規化処理（WK-NORM-INの空白を詰めてWK-NORM-OUTへ。
      *  区分"2"は数字以外も除く。全角空白は先に半角へ置き換える）
      ********************************************************
       NORM-RTN                    SECTION.
           INSPECT  WK-NORM-IN  REPLACING  ALL  "　"  BY  SPACE.
           MOVE  SPACE  TO  WK-NORM-OUT.
           MOVE  ZERO   TO  WK-NORM-LEN.
           PERFORM  NORM-MOJI-RTN
             VARYING  WK-NORM-IX  FROM  1  BY  1
               UNTIL  WK-NORM-IX  >  50.
       EXT.
           EXIT.
      ********************************************************
      *  正規化１バイト処理
      ********************************************************
       NORM-MOJI-RTN               SECTION.
           IF  WK-NORM-IN  (WK-NORM-IX:1)  =  SPACE
             GO  TO  EXT
           END-IF.
           IF  WK-NORM-KBN  =  "2"
             AND  WK-NORM-IN  (WK-NORM-IX:1)  IS  NOT  NUMERIC
               GO  TO  EXT
           END-IF.
           ADD  +1  TO  WK-NORM-LEN.
           MOVE  WK-NORM-IN  (WK-NORM-IX:1)
             TO  WK-NORM-OUT  (WK-NORM-LEN:1).
       EXT.
           EXIT.
      ********************************************************
      *  引落口座取得処理（口座番号の登録がある得意先だけ比較
      *  キーを持たせる。契約の有無は問わない）
      ********************************************************
       KOZA-RTN                    SECTION.
           MOVE  SPACE  TO  WK-TBL-KOZA-KEY  (WK-TBL-CNT).
           MOVE  CFTOK-TOKU-COD  TO  CFBNK-TOKU-COD.
           READ  BNK-FILE
             INVALID  KEY
               GO  TO  EXT
           END-READ.
           IF  CFBNK-KOZA-NO  IS  NOT  NUMERIC
             OR  CFBNK-KOZA-NO  =  ZERO
               GO  TO  EXT
           END-IF.
           MOVE  CFBNK-GINKO-COD   TO  WK-KOZA-GINKO.
           MOVE  CFBNK-SHITEN-COD  TO  WK-KOZA-SHITEN.
           MOVE  CFBNK-YOKIN-SYU   TO  WK-KOZA-YOKIN.
           MOVE  CFBNK-KOZA-NO     TO  WK-KOZA-NO.
           MOVE  WK-KOZA-KEY  TO  WK-TBL-KOZA-KEY  (WK-TBL-CNT).
       EXT.
           EXIT.
      ********************************************************
      *  最終受注日取得処理（購買実績の得意先配下の全商品から
      *  最終受注日の最大を求める。実績が無ければゼロ）
      ********************************************************
       LAST-DATE-RTN               SECTION.
           MOVE  ZERO  TO  WK-LAST-DATE.
           MOVE  "0"   TO  BHS-END-FLG.
           MOVE  CFTOK-TOKU-COD  TO  UF200-TOKU-COD.
           MOVE  LOW-VALUE       TO  UF200-SHOHIN-NO.
           START  BHS-FILE  KEY  >=  UF200-KEY
             INVALID  KEY
               MOVE  "1"  TO  BHS-END-FLG
           END-START.
           PERFORM  BHS-READ-RTN  UNTIL  BHS-END-FLG  =  "1".
           MOVE  WK-LAST-DATE  TO  WK-TBL-LAST-DATE  (WK-TBL-CNT).
       EXT.
           EXIT.
      ********************************************************
      *  購買実績読込処理
      ********************************************************
       BHS-READ-RTN                SECTION.
           READ  BHS-FILE  NEXT
             AT  END
               MOVE  "1"  TO  BHS-END-FLG
               GO  TO  EXT
           END-READ.
           IF  UF200-TOKU-COD  NOT  =  CFTOK-TOKU-COD
             MOVE  "1"  TO  BHS-END-FLG
             GO  TO  EXT
           END-IF.
           IF  UF200-LAST-DATE  >  WK-LAST-DATE
             MOVE  UF200-LAST-DATE  TO  WK-LAST-DATE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  候補選別処理（入力側。表の全組を比較する）
      ********************************************************
       KOHO-SEL-RTN                SECTION.
           PERFORM  HIKAKU-A-RTN
             VARYING  WK-IX-A  FROM  1  BY  1
               UNTIL  WK-IX-A  >=  WK-TBL-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  比較元処理（比較元より後ろの得意先と比べる）
      ********************************************************
       HIKAKU-A-RTN                SECTION.
           COMPUTE  WK-IX-B-FROM  =  WK-IX-A  +  1.
           PERFORM  HIKAKU-B-RTN
             VARYING  WK-IX-B  FROM  WK-IX-B-FROM  BY  1
               UNTIL  WK-IX-B  >  WK-TBL-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  組比較処理（一致した項目の点数を合計し、しきい値以上
      *  ならソートへ渡す。空白の項目は一致とみなさない）
      ********************************************************
       HIKAKU-B-RTN                SECTION.
           MOVE  ZERO   TO  WK-SCORE.
           MOVE  SPACE  TO  SRT-ITCHI.
           IF  WK-TBL-MEI-KEY  (WK-IX-A)  NOT  =  SPACE
             AND  WK-TBL-MEI-KEY  (WK-IX-A)  =
                  WK-TBL-MEI-KEY  (WK-IX-B)
               ADD   WK-TEN-MEI  TO  WK-SCORE
               MOVE  "1"  TO  SRT-ITCHI-MEI
           END-IF.
           IF  WK-TBL-TEL-KEY  (WK-IX-A)  NOT  =  SPACE
             AND  WK-TBL-TEL-KEY  (WK-IX-A)  =
                  WK-TBL-TEL-KEY  (WK-IX-B)
               ADD   WK-TEN-TEL  TO  WK-SCORE
               MOVE  "1"  TO  SRT-ITCHI-TEL
           END-IF.
           IF  WK-TBL-YUBIN-KEY  (WK-IX-A)  NOT  =  SPACE
             AND  WK-TBL-YUBIN-KEY  (WK-IX-A)  =
                  WK-TBL-YUBIN-KEY  (WK-IX-B)
               ADD   WK-TEN-YUBIN  TO  WK-SCORE
               MOVE  "1"  TO  SRT-ITCHI-YUBIN
           END-IF.
           IF  WK-TBL-JUSHO-KEY  (WK-IX-A)  NOT  =  SPACE
             AND  WK-TBL-JUSHO-KEY  (WK-IX-A)  =
                  WK-TBL-JUSHO-KEY  (WK-IX-B)
               ADD   WK-TEN-JUSHO  TO  WK-SCORE
               MOVE  "1"  TO  SRT-ITCHI-JUSHO
           END-IF.
           IF  WK-TBL-KOZA-KEY  (WK-IX-A)  NOT  =  SPACE
             AND  WK-TBL-KOZA-KEY  (WK-IX-A)  =
                  WK-TBL-KOZA-KEY  (WK-IX-B)
               ADD   WK-TEN-KOZA  TO  WK-SCORE
               MOVE  "1"  TO  SRT-ITCHI-KOZA
           END-IF.
           IF  WK-SCORE  <  WK-DUP-SCORE
             GO  TO  EXT
           END-IF.
           MOVE  WK-SCORE  TO  SRT-SCORE.
           MOVE  WK-IX-A   TO  SRT-IDX-A.
           MOVE  WK-IX-B   TO  SRT-IDX-B.
           RELEASE  SRT-REC.
           ADD  +1  TO  KOHO-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  印刷制御処理（出力側）
      ********************************************************
       INSATU-CTL-RTN              SECTION.
           PERFORM  RETURN-RTN.
           PERFORM  KOHO-PRINT-RTN  UNTIL  SRT-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  ソート済み候補入力処理
      ********************************************************
       RETURN-RTN                  SECTION.
           RETURN  SRT-FILE
             AT  END
               MOVE  "1"  TO  SRT-END-FLG
           END-RETURN.
       EXT.
           EXIT.
      ********************************************************
      *  候補印刷処理（最終受注日の新しい方、同じなら小さい
      *  コードを残す統合案を付け、統合申請形式でも書き出す）
      ********************************************************
       KOHO-PRINT-RTN              SECTION.
           MOVE  SRT-IDX-A  TO  WK-IX-A.
           MOVE  SRT-IDX-B  TO  WK-IX-B.
           IF  WK-TBL-LAST-DATE  (WK-IX-B)  >
               WK-TBL-LAST-DATE  (WK-IX-A)
             MOVE  WK-IX-A  TO  WK-OLD-IX
             MOVE  WK-IX-B  TO  WK-NEW-IX
           ELSE
             MOVE  WK-IX-B  TO  WK-OLD-IX
             MOVE  WK-IX-A  TO  WK-NEW-IX
           END-IF.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  SRT-SCORE  TO  D1-SCORE.
           MOVE  SPACE  TO  D1-ITCHI-MEI    D1-ITCHI-TEL
                            D1-ITCHI-YUBIN  D1-ITCHI-JUSHO
                            D1-ITCHI-KOZA.
           IF  SRT-ITCHI-MEI  =  "1"
             MOVE  "名"  TO  D1-ITCHI-MEI
           END-IF.
           IF  SRT-ITCHI-TEL  =  "1"
             MOVE  "電"  TO  D1-ITCHI-TEL
           END-IF.
           IF  SRT-ITCHI-YUBIN  =  "1"
             MOVE  "郵"  TO  D1-ITCHI-YUBIN
           END-IF.
           IF  SRT-ITCHI-JUSHO  =  "1"
             MOVE  "住"  TO  D1-ITCHI-JUSHO
           END-IF.
           IF  SRT-ITCHI-KOZA  =  "1"
             MOVE  "口"  TO  D1-ITCHI-KOZA
           END-IF.
           MOVE  WK-TBL-TOKU-COD  (WK-IX-A)  TO  D1-TOKU-COD-A.
           MOVE  WK-TBL-TOKU-MEI  (WK-IX-A)  TO  D1-TOKU-MEI-A.
           MOVE  WK-TBL-ZAN       (WK-IX-A)  TO  D1-ZAN-A.
           IF  WK-TBL-LAST-DATE  (WK-IX-A)  =  ZERO
             MOVE  "受注なし"                 TO  D1-LAST-NASHI-A
           ELSE
             MOVE  WK-TBL-LAST-DATE  (WK-IX-A)  TO  D1-LAST-DATE-A
           END-IF.
           MOVE  WK-TBL-TOKU-COD  (WK-IX-B)  TO  D1-TOKU-COD-B.
           MOVE  WK-TBL-TOKU-MEI  (WK-IX-B)  TO  D1-TOKU-MEI-B.
           MOVE  WK-TBL-ZAN       (WK-IX-B)  TO  D1-ZAN-B.
           IF  WK-TBL-LAST-DATE  (WK-IX-B)  =  ZERO
             MOVE  "受注なし"                 TO  D1-LAST-NASHI-B
           ELSE
             MOVE  WK-TBL-LAST-DATE  (WK-IX-B)  TO  D1-LAST-DATE-B
           END-IF.
           MOVE  WK-TBL-TOKU-COD  (WK-OLD-IX)  TO  D1-OLD-COD.
           MOVE  WK-TBL-TOKU-COD  (WK-NEW-IX)  TO  D1-NEW-COD.
           MOVE  D1-KOHO  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  LINE-CNT.
           MOVE  WK-TBL-TOKU-COD  (WK-OLD-IX)  TO  JF120-OLD-COD.
           MOVE  WK-TBL-TOKU-COD  (WK-NEW-IX)  TO  JF120-NEW-COD.
           MOVE  SPACE                         TO  JF120-ERR-KBN.
           WRITE  OTF-REC.
           ADD  +1  TO  OTF-CNT.
           PERFORM  RETURN-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  合計印刷処理
      ********************************************************
       GOKEI-RTN                   SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           MOVE  TOK-CNT   TO  D2-TOK-CNT.
           MOVE  KOHO-CNT  TO  D2-KOHO-CNT.
           MOVE  D2-GOKEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
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
           MOVE  SPACE  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +3  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  TOK-FILE  BNK-FILE  BHS-FILE  OTF-FILE  OEF-FILE.
           IF  TBL-OVER-CNT  >  ZERO
             DISPLAY  "*** KJBM440 TABLE OVER (5000) ***"
           END-IF.
           DISPLAY  "*** TOK-CNT="       TOK-CNT.
           DISPLAY  "*** TBL-OVER-CNT="  TBL-OVER-CNT.
           DISPLAY  "*** KOHO-CNT="      KOHO-CNT.
           DISPLAY  "*** OTF-CNT="       OTF-CNT.
           DISPLAY  "*** KJBM440  END ***".
       EXT.
           EXIT.
