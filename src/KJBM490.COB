       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KJBM490.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：共通
      *  プログラム名      ：テスト用匿名化コピー作成
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：
      *        変更内容    ：
      ********************************************************
      *    本番のマスタ・トランザクション一式から、テスト環境へ
      *    渡す匿名化コピーを作る。個人・取引先を特定できる名称・
      *    住所・電話番号・口座番号を、匿名化値生成サービス
      *    （KCBS070）が識別キーだけから決める架空の値へ置き換え
      *    る。コード類・金額・日付・区分は一切変えないため、
      *    コピー一式でそのまま一連のバッチが流れ、照合も合う。
      *    識別キーは
      *    　"T"＋得意先コード、"S"＋得意先コード＋出荷先コード、
      *    　"P"＋仕入先コード、"E"＋営業員コード、"U"＋操作者
      *    　ＩＤ、"N"＋振込依頼人名（得意先へ名寄せできない
      *    　振込の依頼人のみ）
      *    とし、同じ得意先はどのファイルでも同じ架空名・住所・
      *    口座になる。出荷先コード空白の出荷先・受注の出荷先名・
      *    直送先は得意先のキーを使う。同じキーには毎回同じ値を
      *    返すため、何回作り直しても同じ結果になる（住所は同じ
      *    郵便番号マスタ（外部名YUB）を使う限り）。本物の値は
      *    空白かどうかの判定と、銀行明細の名寄せ先を本番と同じ
      *    にするための照合（振込依頼人名と口座振替口座の名義）に
      *    だけ使い、出力へは一切写さない。空白の項目は空白の
      *    まま残す。郵便番号は上３桁（配達地域）だけを残し、
      *    運賃の地域区分・会社割当を本番と同じにする。
      *    　・銀行明細（BNK）・名寄せ保留（SUS）の振込依頼人名は、
      *    　　本番の銀行明細取込（KUBM175）と同じ順（振込専用
      *    　　口座→口座振替口座の名義）で得意先が決まるものは
      *    　　その得意先の架空名義、決まらないものは依頼人名を
      *    　　キーとした架空の個人名義とする。振込専用口座番号
      *    　　（KCCFVAN）は自社の口座のため変えない
      *    　・取引条件の指定地（CFTOK-INCO-BASHO）は港・都市名
      *    　　のため変えない
      *    対象（入力の外部名→出力は先頭に"A"を付けた外部名）は
      *    　TOK＝得意先マスタ、SHK＝出荷先マスタ、KZB＝口座振替
      *    　口座マスタ、SBK＝仕入先振込口座マスタ、SIR＝仕入先
      *    　マスタ、EGY＝営業員マスタ、OPR＝操作者マスタ、
      *    　UF010＝売上ファイル、JUC＝受注データ（KJCF020）、
      *    　PND＝訂正待ち控え、POF＝発注ファイル、BNK＝銀行明細、
      *    　SUS＝名寄せ保留、PAFT／PAFG／PAFV＝承認待ちの得意先・
      *    　口座振替口座・仕入先マスタ申請、SHR＝出荷先マスタ
      *    　申請（KJCF045）、KKF＝口座確認依頼・結果
      *    の１８本。索引ファイルは索引のまま書く。ここに無い
      *    ファイル（却下控え・印刷データ等）はテスト環境へ写さ
      *    ない。ＤＢの得意先テーブル（ktbltok）は、テスト環境で
      *    匿名化後の得意先マスタを外部名TOKとしてマスタＤＢ移行
      *    ロード（KUBM140、KUBM140_MASTER="T"）を流して作る
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  ATOK-FILE  ASSIGN  TO  EXTERNAL  ATOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  ATOK-TOKU-COD.
           SELECT  SHK-FILE  ASSIGN  TO  EXTERNAL  SHK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  CFSHK-KEY.
           SELECT  ASHK-FILE  ASSIGN  TO  EXTERNAL  ASHK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  ASHK-KEY.
           SELECT  KZB-FILE  ASSIGN  TO  EXTERNAL  KZB
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  CFBNK-TOKU-COD.
           SELECT  AKZB-FILE  ASSIGN  TO  EXTERNAL  AKZB
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  AKZB-TOKU-COD.
           SELECT  SBK-FILE  ASSIGN  TO  EXTERNAL  SBK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  CFSBK-SIIRE-COD.
           SELECT  ASBK-FILE  ASSIGN  TO  EXTERNAL  ASBK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  ASBK-SIIRE-COD.
           SELECT  SIR-FILE  ASSIGN  TO  EXTERNAL  SIR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  CFSIR-SIIRE-COD.
           SELECT  ASIR-FILE  ASSIGN  TO  EXTERNAL  ASIR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  ASIR-SIIRE-COD.
           SELECT  EGY-FILE  ASSIGN  TO  EXTERNAL  EGY
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  CFEGY-EIGYO-COD.
           SELECT  AEGY-FILE  ASSIGN  TO  EXTERNAL  AEGY
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  AEGY-EIGYO-COD.
           SELECT  OPR-FILE  ASSIGN  TO  EXTERNAL  OPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  CFOPR-USER-ID.
           SELECT  AOPR-FILE  ASSIGN  TO  EXTERNAL  AOPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  AOPR-USER-ID.
           SELECT  UF-FILE   ASSIGN  TO  EXTERNAL  UF010.
           SELECT  AUF-FILE  ASSIGN  TO  EXTERNAL  AUF010.
           SELECT  JUC-FILE  ASSIGN  TO  EXTERNAL  JUC.
           SELECT  AJUC-FILE  ASSIGN  TO  EXTERNAL  AJUC.
           SELECT  PND-FILE  ASSIGN  TO  EXTERNAL  PND
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  PND-JUCHU-KEY.
           SELECT  APND-FILE  ASSIGN  TO  EXTERNAL  APND
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  APND-JUCHU-KEY.
           SELECT  POF-FILE  ASSIGN  TO  EXTERNAL  POF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  HF010-PO-KEY.
           SELECT  APOF-FILE  ASSIGN  TO  EXTERNAL  APOF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  APOF-PO-KEY.
           SELECT  BNK-FILE  ASSIGN  TO  EXTERNAL  BNK.
           SELECT  ABNK-FILE  ASSIGN  TO  EXTERNAL  ABNK.
           SELECT  SUS-FILE  ASSIGN  TO  EXTERNAL  SUS
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  SUS-SEQ-NO.
           SELECT  ASUS-FILE  ASSIGN  TO  EXTERNAL  ASUS
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  SEQUENTIAL
                   RECORD KEY    IS  ASUS-SEQ-NO.
           SELECT  PAFT-FILE  ASSIGN  TO  EXTERNAL  PAFT.
           SELECT  APAFT-FILE  ASSIGN  TO  EXTERNAL  APAFT.
           SELECT  PAFG-FILE  ASSIGN  TO  EXTERNAL  PAFG.
           SELECT  APAFG-FILE  ASSIGN  TO  EXTERNAL  APAFG.
           SELECT  PAFV-FILE  ASSIGN  TO  EXTERNAL  PAFV.
           SELECT  APAFV-FILE  ASSIGN  TO  EXTERNAL  APAFV.
           SELECT  SHR-FILE  ASSIGN  TO  EXTERNAL  SHR.
           SELECT  ASHR-FILE  ASSIGN  TO  EXTERNAL  ASHR.
           SELECT  KKF-FILE  ASSIGN  TO  EXTERNAL  KKF.
           SELECT  AKKF-FILE  ASSIGN  TO  EXTERNAL  AKKF.
           SELECT  VAN-FILE  ASSIGN  TO  EXTERNAL  VAN
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFVAN-KOZA-NO.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  ATOK-FILE.
       01  ATOK-REC.
           COPY  KCCFTOK  REPLACING  LEADING  ==CFTOK==  BY  ==ATOK==.
       FD  SHK-FILE.
       01  SHK-REC.
           COPY  KCCFSHK.
       FD  ASHK-FILE.
       01  ASHK-REC.
           COPY  KCCFSHK  REPLACING  LEADING  ==CFSHK==  BY  ==ASHK==.
       FD  KZB-FILE.
       01  KZB-REC.
           COPY  KCCFBNK.
       FD  AKZB-FILE.
       01  AKZB-REC.
           COPY  KCCFBNK  REPLACING  LEADING  ==CFBNK==  BY  ==AKZB==.
       FD  SBK-FILE.
       01  SBK-REC.
           COPY  KCCFSBK.
       FD  ASBK-FILE.
       01  ASBK-REC.
           COPY  KCCFSBK  REPLACING  LEADING  ==CFSBK==  BY  ==ASBK==.
       FD  SIR-FILE.
       01  SIR-REC.
           COPY  KCCFSIR.
       FD  ASIR-FILE.
       01  ASIR-REC.
           COPY  KCCFSIR  REPLACING  LEADING  ==CFSIR==  BY  ==ASIR==.
       FD  EGY-FILE.
       01  EGY-REC.
           COPY  KCCFEGY.
       FD  AEGY-FILE.
       01  AEGY-REC.
           COPY  KCCFEGY  REPLACING  LEADING  ==CFEGY==  BY  ==AEGY==.
       FD  OPR-FILE.
       01  OPR-REC.
           COPY  KCCFOPR.
       FD  AOPR-FILE.
       01  AOPR-REC.
           COPY  KCCFOPR  REPLACING  LEADING  ==CFOPR==  BY  ==AOPR==.
       FD  UF-FILE.
       01  UF-REC.
           COPY  KUCF010.
       FD  AUF-FILE.
       01  AUF-REC                 PIC  X(141).
      *    受注データ・訂正待ち控え（匿名化はWK-JF020-RECで行う）
       FD  JUC-FILE.
       01  JUC-REC                 PIC  X(183).
       FD  AJUC-FILE.
       01  AJUC-REC                PIC  X(183).
       FD  PND-FILE.
       01  PND-REC.
           COPY  KJCF020  REPLACING  LEADING  ==JF020==  BY  ==PND==.
       FD  APND-FILE.
       01  APND-REC.
           COPY  KJCF020  REPLACING  LEADING  ==JF020==  BY  ==APND==.
       FD  POF-FILE.
       01  POF-REC.
           COPY  KHCF010.
       FD  APOF-FILE.
       01  APOF-REC.
           COPY  KHCF010  REPLACING  LEADING  ==HF010==  BY  ==APOF==.
       FD  BNK-FILE.
       01  BNK-REC.
           COPY  KUCF120.
       FD  ABNK-FILE.
       01  ABNK-REC                PIC  X(54).
       FD  SUS-FILE.
       01  SUS-REC.
           COPY  KUCF122.
       FD  ASUS-FILE.
       01  ASUS-REC.
           COPY  KUCF122  REPLACING  LEADING  ==SUS==  BY  ==ASUS==.
       FD  PAFT-FILE.
       01  PAFT-REC.
           COPY  KJCF050.
       FD  APAFT-FILE.
       01  APAFT-REC               PIC  X(346).
       FD  PAFG-FILE.
       01  PAFG-REC.
           COPY  KUCF225.
       FD  APAFG-FILE.
       01  APAFG-REC               PIC  X(97).
       FD  PAFV-FILE.
       01  PAFV-REC.
           COPY  KHCF080.
       FD  APAFV-FILE.
       01  APAFV-REC               PIC  X(75).
       FD  SHR-FILE.
       01  SHR-REC.
           COPY  KJCF045.
       FD  ASHR-FILE.
       01  ASHR-REC                PIC  X(106).
       FD  KKF-FILE.
       01  KKF-REC.
           COPY  KUCF235.
       FD  AKKF-FILE.
       01  AKKF-REC                PIC  X(74).
       FD  VAN-FILE.
       01  VAN-REC.
           COPY  KCCFVAN.
      *
       WORKING-STORAGE             SECTION.
       01  FILE-END-FLG           PIC  X(1)          VALUE  "0".
       01  KZB-END-FLG            PIC  X(1)          VALUE  "0".
      *    処理中ファイルの外部名・件数
       01  WK-FILE-ID             PIC  X(08)          VALUE  SPACE.
       01  WK-REC-CNT             PIC S9(09)          VALUE  ZERO.
      *    既定の住所（同じ配達地域が郵便番号マスタに無い）の件数
       01  WK-DEFAULT-CNT         PIC S9(09)          VALUE  ZERO.
      *    識別キーの編集
       01  WK-KEY-TOKU-COD        PIC  X(04)          VALUE  SPACE.
       01  WK-KEY-SHIP-COD        PIC  X(04)          VALUE  SPACE.
      *    振込依頼人名の置換え（振込専用口座番号・依頼人名）
       01  WK-FURI-KOZA-NO        PIC  9(07)          VALUE  ZERO.
       01  WK-FURI-MEI            PIC  X(30)          VALUE  SPACE.
       01  WK-FURI-TOKU-COD       PIC  X(04)          VALUE  SPACE.
       01  WK-MATCH-FLG           PIC  X(01)          VALUE  SPACE.
      *    口座振替口座の名義（名寄せ先の判定専用。出力しない）
       01  WK-MEI-CNT             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-MEI-MAX             PIC S9(4)  COMP-3  VALUE  +999.
       01  WK-MEI-IDX             PIC S9(4)  COMP-3  VALUE  +0.
       01  WK-MEI-TBL.
         02  WK-MEI-ENT           OCCURS  999  TIMES.
           03  WK-MEI-TOKU-COD    PIC  X(04).
           03  WK-MEI-KOZA-MEI    PIC  X(30).
      *    受注データ・訂正待ち控えの作業域
       01  WK-JF020-REC.
           COPY  KJCF020.
      *    匿名化値生成の連携域
           COPY  KCBS070P.
      *
      ********************************************************
      *  テスト用匿名化コピー作成
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
      *    マスタ
           MOVE  "ATOK"    TO  WK-FILE-ID.
           PERFORM  TOK-ANO-RTN.
           MOVE  "ASHK"    TO  WK-FILE-ID.
           PERFORM  SHK-ANO-RTN.
           MOVE  "AKZB"    TO  WK-FILE-ID.
           PERFORM  KZB-ANO-RTN.
           MOVE  "ASBK"    TO  WK-FILE-ID.
           PERFORM  SBK-ANO-RTN.
           MOVE  "ASIR"    TO  WK-FILE-ID.
           PERFORM  SIR-ANO-RTN.
           MOVE  "AEGY"    TO  WK-FILE-ID.
           PERFORM  EGY-ANO-RTN.
           MOVE  "AOPR"    TO  WK-FILE-ID.
           PERFORM  OPR-ANO-RTN.
      *    トランザクション
           MOVE  "AUF010"  TO  WK-FILE-ID.
           PERFORM  UF-ANO-RTN.
           MOVE  "AJUC"    TO  WK-FILE-ID.
           PERFORM  JUC-ANO-RTN.
           MOVE  "APND"    TO  WK-FILE-ID.
           PERFORM  PND-ANO-RTN.
           MOVE  "APOF"    TO  WK-FILE-ID.
           PERFORM  POF-ANO-RTN.
           MOVE  "ABNK"    TO  WK-FILE-ID.
           PERFORM  BNK-ANO-RTN.
           MOVE  "ASUS"    TO  WK-FILE-ID.
           PERFORM  SUS-ANO-RTN.
      *    申請
           MOVE  "APAFT"   TO  WK-FILE-ID.
           PERFORM  PAFT-ANO-RTN.
           MOVE  "APAFG"   TO  WK-FILE-ID.
           PERFORM  PAFG-ANO-RTN.
           MOVE  "APAFV"   TO  WK-FILE-ID.
           PERFORM  PAFV-ANO-RTN.
           MOVE  "ASHR"    TO  WK-FILE-ID.
           PERFORM  SHR-ANO-RTN.
           MOVE  "AKKF"    TO  WK-FILE-ID.
           PERFORM  KKF-ANO-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（口座振替口座の名義を名寄せ判定用に読み込む）
      ********************************************************
       INIT-RTN                    SECTION.
           DISPLAY  "*** KJBM490 START ***".
           OPEN  INPUT  VAN-FILE.
           OPEN  INPUT  KZB-FILE.
           MOVE  "0"  TO  KZB-END-FLG.
           PERFORM  MEI-LOAD-RTN  UNTIL  KZB-END-FLG  =  "1".
           CLOSE  KZB-FILE.
       EXT.
           EXIT.
      ********************************************************
      *  口座名義取り込み処理
      ********************************************************
       MEI-LOAD-RTN                SECTION.
           READ  KZB-FILE  NEXT
             AT  END
               MOVE  "1"  TO  KZB-END-FLG
             NOT  AT  END
               IF  WK-MEI-CNT  <  WK-MEI-MAX
                 ADD  +1  TO  WK-MEI-CNT
                 MOVE  CFBNK-TOKU-COD  TO
                       WK-MEI-TOKU-COD  (WK-MEI-CNT)
                 MOVE  CFBNK-KOZA-MEI  TO
                       WK-MEI-KOZA-MEI  (WK-MEI-CNT)
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  得意先マスタ匿名化処理
      ********************************************************
       TOK-ANO-RTN                 SECTION.
           MOVE  ZERO  TO  WK-REC-CNT.
           MOVE  "0"   TO  FILE-END-FLG.
           OPEN  INPUT   TOK-FILE.
           OPEN  OUTPUT  ATOK-FILE.
           PERFORM  TOK-COPY-RTN  UNTIL  FILE-END-FLG  =  "1".
           CLOSE  TOK-FILE  ATOK-FILE.
           PERFORM  CNT-DISP-RTN.
       EXT.
           EXIT.
       TOK-COPY-RTN                SECTION.
           READ  TOK-FILE  NEXT
             AT  END
               MOVE  "1"  TO  FILE-END-FLG
               GO  TO  EXT
           END-READ.
           MOVE  CFTOK-TOKU-COD  TO  WK-KEY-TOKU-COD.
           MOVE  SPACE           TO  WK-KEY-SHIP-COD.
           PERFORM  TOKU-KEY-RTN.
           PERFORM  HOJIN-RTN.
           IF  CFTOK-TOKU-MEI  NOT  =  SPACE
             MOVE  S070-MEI     TO  CFTOK-TOKU-MEI
           END-IF.
           IF  CFTOK-CNSG-MEI  NOT  =  SPACE
             MOVE  S070-EN-MEI  TO  CFTOK-CNSG-MEI
           END-IF.
           MOVE  CFTOK-YUBIN-NO  TO  S070-YUBIN-NO.
           PERFORM  JUSHO-RTN.
           IF  CFTOK-YUBIN-NO  NOT  =  SPACE
             MOVE  S070-YUBIN-NO   TO  CFTOK-YUBIN-NO
           END-IF.
           IF  CFTOK-JUSHO  NOT  =  SPACE
             MOVE  S070-JUSHO      TO  CFTOK-JUSHO
           END-IF.
           IF  CFTOK-TEL  NOT  =  SPACE
             MOVE  S070-TEL        TO  CFTOK-TEL
           END-IF.
           IF  CFTOK-CNSG-JUSHO1  NOT  =  SPACE
             MOVE  S070-EN-JUSHO1  TO  CFTOK-CNSG-JUSHO1
           END-IF.
           IF  CFTOK-CNSG-JUSHO2  NOT  =  SPACE
             MOVE  S070-EN-JUSHO2  TO  CFTOK-CNSG-JUSHO2
           END-IF.
           MOVE  TOK-REC  TO  ATOK-REC.
           WRITE  ATOK-REC.
           ADD  +1  TO  WK-REC-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  出荷先マスタ匿名化処理
      ********************************************************
       SHK-ANO-RTN                 SECTION.
           MOVE  ZERO  TO  WK-REC-CNT.
           MOVE  "0"   TO  FILE-END-FLG.
           OPEN  INPUT   SHK-FILE.
           OPEN  OUTPUT  ASHK-FILE.
           PERFORM  SHK-COPY-RTN  UNTIL  FILE-END-FLG  =  "1".
           CLOSE  SHK-FILE  ASHK-FILE.
           PERFORM  CNT-DISP-RTN.
       EXT.
           EXIT.
       SHK-COPY-RTN                SECTION.
           READ  SHK-FILE  NEXT
             AT  END
               MOVE  "1"  TO  FILE-END-FLG
               GO  TO  EXT
           END-READ.
           MOVE  CFSHK-TOKU-COD  TO  WK-KEY-TOKU-COD.
           MOVE  CFSHK-SHIP-COD  TO  WK-KEY-SHIP-COD.
           PERFORM  TOKU-KEY-RTN.
           PERFORM  HOJIN-RTN.
           IF  CFSHK-SHIP-MEI  NOT  =  SPACE
             MOVE  S070-MEI       TO  CFSHK-SHIP-MEI
           END-IF.
           MOVE  CFSHK-YUBIN-NO  TO  S070-YUBIN-NO.
           PERFORM  JUSHO-RTN.
           IF  CFSHK-YUBIN-NO  NOT  =  SPACE
             MOVE  S070-YUBIN-NO  TO  CFSHK-YUBIN-NO
           END-IF.
           IF  CFSHK-JUSHO  NOT  =  SPACE
             MOVE  S070-JUSHO     TO  CFSHK-JUSHO
           END-IF.
           IF  CFSHK-TEL  NOT  =  SPACE
             MOVE  S070-TEL       TO  CFSHK-TEL
           END-IF.
           MOVE  SHK-REC  TO  ASHK-REC.
           WRITE  ASHK-REC.
           ADD  +1  TO  WK-REC-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  口座振替口座マスタ匿名化処理
      ********************************************************
       KZB-ANO-RTN                 SECTION.
           MOVE  ZERO  TO  WK-REC-CNT.
           MOVE  "0"   TO  FILE-END-FLG.
           OPEN  INPUT   KZB-FILE.
           OPEN  OUTPUT  AKZB-FILE.
           PERFORM  KZB-COPY-RTN  UNTIL  FILE-END-FLG  =  "1".
           CLOSE  KZB-FILE  AKZB-FILE.
           PERFORM  CNT-DISP-RTN.
       EXT.
           EXIT.
       KZB-COPY-RTN                SECTION.
           READ  KZB-FILE  NEXT
             AT  END
               MOVE  "1"  TO  FILE-END-FLG
               GO  TO  EXT
           END-READ.
           MOVE  CFBNK-TOKU-COD  TO  WK-KEY-TOKU-COD.
           MOVE  SPACE           TO  WK-KEY-SHIP-COD.
           PERFORM  TOKU-KEY-RTN.
           PERFORM  HOJIN-RTN.
           IF  CFBNK-KOZA-NO  NOT  =  ZERO
             MOVE  S070-KOZA-NO  TO  CFBNK-KOZA-NO
           END-IF.
           IF  CFBNK-KOZA-MEI  NOT  =  SPACE
             MOVE  S070-KANA     TO  CFBNK-KOZA-MEI
           END-IF.
           MOVE  KZB-REC  TO  AKZB-REC.
           WRITE  AKZB-REC.
           ADD  +1  TO  WK-REC-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  仕入先振込口座マスタ匿名化処理
      ********************************************************
       SBK-ANO-RTN                 SECTION.
           MOVE  ZERO  TO  WK-REC-CNT.
           MOVE  "0"   TO  FILE-END-FLG.
           OPEN  INPUT   SBK-FILE.
           OPEN  OUTPUT  ASBK-FILE.
           PERFORM  SBK-COPY-RTN  UNTIL  FILE-END-FLG  =  "1".
           CLOSE  SBK-FILE  ASBK-FILE.
           PERFORM  CNT-DISP-RTN.
       EXT.
           EXIT.
       SBK-COPY-RTN                SECTION.
           READ  SBK-FILE  NEXT
             AT  END
               MOVE  "1"  TO  FILE-END-FLG
               GO  TO  EXT
           END-READ.
           MOVE  SPACE            TO  S070-KEY.
           MOVE  "P"              TO  S070-KEY  (1:1).
           MOVE  CFSBK-SIIRE-COD  TO  S070-KEY  (2:6).
           PERFORM  HOJIN-RTN.
           IF  CFSBK-KOZA-NO  NOT  =  ZERO
             MOVE  S070-KOZA-NO  TO  CFSBK-KOZA-NO
           END-IF.
           IF  CFSBK-KOZA-MEI  NOT  =  SPACE
             MOVE  S070-KANA     TO  CFSBK-KOZA-MEI
           END-IF.
           MOVE  SBK-REC  TO  ASBK-REC.
           WRITE  ASBK-REC.
           ADD  +1  TO  WK-REC-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  仕入先マスタ匿名化処理
      ********************************************************
       SIR-ANO-RTN                 SECTION.
           MOVE  ZERO  TO  WK-REC-CNT.
           MOVE  "0"   TO  FILE-END-FLG.
           OPEN  INPUT   SIR-FILE.
           OPEN  OUTPUT  ASIR-FILE.
           PERFORM  SIR-COPY-RTN  UNTIL  FILE-END-FLG  =  "1".
           CLOSE  SIR-FILE  ASIR-FILE.
           PERFORM  CNT-DISP-RTN.
       EXT.
           EXIT.
       SIR-COPY-RTN                SECTION.
           READ  SIR-FILE  NEXT
             AT  END
               MOVE  "1"  TO  FILE-END-FLG
               GO  TO  EXT
           END-READ.
           IF  CFSIR-SIIRE-MEI  NOT  =  SPACE
             MOVE  SPACE            TO  S070-KEY
             MOVE  "P"              TO  S070-KEY  (1:1)
             MOVE  CFSIR-SIIRE-COD  TO  S070-KEY  (2:6)
             PERFORM  HOJIN-RTN
             MOVE  S070-MEI         TO  CFSIR-SIIRE-MEI
           END-IF.
           MOVE  SIR-REC  TO  ASIR-REC.
           WRITE  ASIR-REC.
           ADD  +1  TO  WK-REC-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  営業員マスタ匿名化処理
      ********************************************************
       EGY-ANO-RTN                 SECTION.
           MOVE  ZERO  TO  WK-REC-CNT.
           MOVE  "0"   TO  FILE-END-FLG.
           OPEN  INPUT   EGY-FILE.
           OPEN  OUTPUT  AEGY-FILE.
           PERFORM  EGY-COPY-RTN  UNTIL  FILE-END-FLG  =  "1".
           CLOSE  EGY-FILE  AEGY-FILE.
           PERFORM  CNT-DISP-RTN.
       EXT.
           EXIT.
       EGY-COPY-RTN                SECTION.
           READ  EGY-FILE  NEXT
             AT  END
               MOVE  "1"  TO  FILE-END-FLG
               GO  TO  EXT
           END-READ.
           IF  CFEGY-EIGYO-MEI  NOT  =  SPACE
             MOVE  SPACE            TO  S070-KEY
             MOVE  "E"              TO  S070-KEY  (1:1)
             MOVE  CFEGY-EIGYO-COD  TO  S070-KEY  (2:4)
             PERFORM  KOJIN-RTN
             MOVE  S070-MEI         TO  CFEGY-EIGYO-MEI
           END-IF.
           MOVE  EGY-REC  TO  AEGY-REC.
           WRITE  AEGY-REC.
           ADD  +1  TO  WK-REC-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  操作者マスタ匿名化処理
      ********************************************************
       OPR-ANO-RTN                 SECTION.
           MOVE  ZERO  TO  WK-REC-CNT.
           MOVE  "0"   TO  FILE-END-FLG.
           OPEN  INPUT   OPR-FILE.
           OPEN  OUTPUT  AOPR-FILE.
           PERFORM  OPR-COPY-RTN  UNTIL  FILE-END-FLG  =  "1".
           CLOSE  OPR-FILE  AOPR-FILE.
           PERFORM  CNT-DISP-RTN.
       EXT.
           EXIT.
       OPR-COPY-RTN                SECTION.
           READ  OPR-FILE  NEXT
             AT  END
               MOVE  "1"  TO  FILE-END-FLG
               GO  TO  EXT
           END-READ.
           IF  CFOPR-USER-MEI  NOT  =  SPACE
             MOVE  SPACE            TO  S070-KEY
             MOVE  "U"              TO  S070-KEY  (1:1)
             MOVE  CFOPR-USER-ID    TO  S070-KEY  (2:8)
             PERFORM  KOJIN-RTN
             MOVE  S070-MEI         TO  CFOPR-USER-MEI
           END-IF.
           MOVE  OPR-REC  TO  AOPR-REC.
           WRITE  AOPR-REC.
           ADD  +1  TO  WK-REC-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  売上ファイル匿名化処理
      ********************************************************
       UF-ANO-RTN                  SECTION.
           MOVE  ZERO  TO  WK-REC-CNT.
           MOVE  "0"   TO  FILE-END-FLG.
           OPEN  INPUT   UF-FILE.
           OPEN  OUTPUT  AUF-FILE.
           PERFORM  UF-COPY-RTN  UNTIL  FILE-END-FLG  =  "1".
           CLOSE  UF-FILE  AUF-FILE.
           PERFORM  CNT-DISP-RTN.
       EXT.
           EXIT.
       UF-COPY-RTN                 SECTION.
           READ  UF-FILE
             AT  END
               MOVE  "1"  TO  FILE-END-FLG
               GO  TO  EXT
           END-READ.
           IF  UF010-TOKU-MEI  NOT  =  SPACE
             MOVE  UF010-TOKU-COD  TO  WK-KEY-TOKU-COD
             MOVE  SPACE           TO  WK-KEY-SHIP-COD
             PERFORM  TOKU-KEY-RTN
             PERFORM  HOJIN-RTN
             MOVE  S070-MEI        TO  UF010-TOKU-MEI
           END-IF.
           WRITE  AUF-REC  FROM  UF-REC.
           ADD  +1  TO  WK-REC-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  受注データ匿名化処理
      ********************************************************
       JUC-ANO-RTN                 SECTION.
           MOVE  ZERO  TO  WK-REC-CNT.
           MOVE  "0"   TO  FILE-END-FLG.
           OPEN  INPUT   JUC-FILE.
           OPEN  OUTPUT  AJUC-FILE.
           PERFORM  JUC-COPY-RTN  UNTIL  FILE-END-FLG  =  "1".
           CLOSE  JUC-FILE  AJUC-FILE.
           PERFORM  CNT-DISP-RTN.
       EXT.
           EXIT.
       JUC-COPY-RTN                SECTION.
           READ  JUC-FILE
             AT  END
               MOVE  "1"  TO  FILE-END-FLG
               GO  TO  EXT
           END-READ.
           MOVE  JUC-REC  TO  WK-JF020-REC.
           PERFORM  JF020-ANO-RTN.
           WRITE  AJUC-REC  FROM  WK-JF020-REC.
           ADD  +1  TO  WK-REC-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  訂正待ち控え匿名化処理
      ********************************************************
       PND-ANO-RTN                 SECTION.
           MOVE  ZERO  TO  WK-REC-CNT.
           MOVE  "0"   TO  FILE-END-FLG.
           OPEN  INPUT   PND-FILE.
           OPEN  OUTPUT  APND-FILE.
           PERFORM  PND-COPY-RTN  UNTIL  FILE-END-FLG  =  "1".
           CLOSE  PND-FILE  APND-FILE.
           PERFORM  CNT-DISP-RTN.
       EXT.
           EXIT.
       PND-COPY-RTN                SECTION.
           READ  PND-FILE  NEXT
             AT  END
               MOVE  "1"  TO  FILE-END-FLG
               GO  TO  EXT
           END-READ.
           MOVE  PND-REC  TO  WK-JF020-REC.
           PERFORM  JF020-ANO-RTN.
           MOVE  WK-JF020-REC  TO  APND-REC.
           WRITE  APND-REC.
           ADD  +1  TO  WK-REC-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  受注レコード匿名化処理（得意先名・出荷先名）
      ********************************************************
       JF020-ANO-RTN               SECTION.
           IF  JF020-TOKU-MEI  NOT  =  SPACE
             MOVE  JF020-TOKU-COD  TO  WK-KEY-TOKU-COD
             MOVE  SPACE           TO  WK-KEY-SHIP-COD
             PERFORM  TOKU-KEY-RTN
             PERFORM  HOJIN-RTN
             MOVE  S070-MEI        TO  JF020-TOKU-MEI
           END-IF.
           IF  JF020-SHIP-MEI  NOT  =  SPACE
             MOVE  JF020-TOKU-COD  TO  WK-KEY-TOKU-COD
             MOVE  JF020-SHIP-COD  TO  WK-KEY-SHIP-COD
             PERFORM  TOKU-KEY-RTN
             PERFORM  HOJIN-RTN
             MOVE  S070-MEI        TO  JF020-SHIP-MEI
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  発注ファイル匿名化処理（直送先の宛名・住所）
      ********************************************************
       POF-ANO-RTN                 SECTION.
           MOVE  ZERO  TO  WK-REC-CNT.
           MOVE  "0"   TO  FILE-END-FLG.
           OPEN  INPUT   POF-FILE.
           OPEN  OUTPUT  APOF-FILE.
           PERFORM  POF-COPY-RTN  UNTIL  FILE-END-FLG  =  "1".
           CLOSE  POF-FILE  APOF-FILE.
           PERFORM  CNT-DISP-RTN.
       EXT.
           EXIT.
       POF-COPY-RTN                SECTION.
           READ  POF-FILE  NEXT
             AT  END
               MOVE  "1"  TO  FILE-END-FLG
               GO  TO  EXT
           END-READ.
           IF  HF010-SHIP-MEI  =  SPACE
             AND  HF010-YUBIN-NO  =  SPACE
             AND  HF010-JUSHO  =  SPACE
             AND  HF010-TEL  =  SPACE
             GO  TO  POF-WRITE
           END-IF.
           MOVE  HF010-TOKU-COD  TO  WK-KEY-TOKU-COD.
           MOVE  HF010-SHIP-COD  TO  WK-KEY-SHIP-COD.
           PERFORM  TOKU-KEY-RTN.
           PERFORM  HOJIN-RTN.
           IF  HF010-SHIP-MEI  NOT  =  SPACE
             MOVE  S070-MEI       TO  HF010-SHIP-MEI
           END-IF.
           MOVE  HF010-YUBIN-NO  TO  S070-YUBIN-NO.
           PERFORM  JUSHO-RTN.
           IF  HF010-YUBIN-NO  NOT  =  SPACE
             MOVE  S070-YUBIN-NO  TO  HF010-YUBIN-NO
           END-IF.
           IF  HF010-JUSHO  NOT  =  SPACE
             MOVE  S070-JUSHO     TO  HF010-JUSHO
           END-IF.
           IF  HF010-TEL  NOT  =  SPACE
             MOVE  S070-TEL       TO  HF010-TEL
           END-IF.
       POF-WRITE.
           MOVE  POF-REC  TO  APOF-REC.
           WRITE  APOF-REC.
           ADD  +1  TO  WK-REC-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  銀行明細匿名化処理
      ********************************************************
       BNK-ANO-RTN                 SECTION.
           MOVE  ZERO  TO  WK-REC-CNT.
           MOVE  "0"   TO  FILE-END-FLG.
           OPEN  INPUT   BNK-FILE.
           OPEN  OUTPUT  ABNK-FILE.
           PERFORM  BNK-COPY-RTN  UNTIL  FILE-END-FLG  =  "1".
           CLOSE  BNK-FILE  ABNK-FILE.
           PERFORM  CNT-DISP-RTN.
       EXT.
           EXIT.
       BNK-COPY-RTN                SECTION.
           READ  BNK-FILE
             AT  END
               MOVE  "1"  TO  FILE-END-FLG
               GO  TO  EXT
           END-READ.
           MOVE  BNK-KOZA-NO       TO  WK-FURI-KOZA-NO.
           MOVE  BNK-FURIKOMI-MEI  TO  WK-FURI-MEI.
           PERFORM  FURIKOMI-RTN.
           MOVE  WK-FURI-MEI       TO  BNK-FURIKOMI-MEI.
           WRITE  ABNK-REC  FROM  BNK-REC.
           ADD  +1  TO  WK-REC-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  名寄せ保留匿名化処理
      ********************************************************
       SUS-ANO-RTN                 SECTION.
           MOVE  ZERO  TO  WK-REC-CNT.
           MOVE  "0"   TO  FILE-END-FLG.
           OPEN  INPUT   SUS-FILE.
           OPEN  OUTPUT  ASUS-FILE.
           PERFORM  SUS-COPY-RTN  UNTIL  FILE-END-FLG  =  "1".
           CLOSE  SUS-FILE  ASUS-FILE.
           PERFORM  CNT-DISP-RTN.
       EXT.
           EXIT.
       SUS-COPY-RTN                SECTION.
           READ  SUS-FILE  NEXT
             AT  END
               MOVE  "1"  TO  FILE-END-FLG
               GO  TO  EXT
           END-READ.
           MOVE  SUS-KOZA-NO       TO  WK-FURI-KOZA-NO.
           MOVE  SUS-FURIKOMI-MEI  TO  WK-FURI-MEI.
           PERFORM  FURIKOMI-RTN.
           MOVE  WK-FURI-MEI       TO  SUS-FURIKOMI-MEI.
           MOVE  SUS-REC  TO  ASUS-REC.
           WRITE  ASUS-REC.
           ADD  +1  TO  WK-REC-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  振込依頼人名置換処理（振込専用口座→口座振替口座の名義
      *  の順に得意先を決め、その得意先の架空名義とする。決まら
      *  なければ依頼人名をキーとした架空の個人名義とする）
      ********************************************************
       FURIKOMI-RTN                SECTION.
           IF  WK-FURI-MEI  =  SPACE
             GO  TO  EXT
           END-IF.
           MOVE  SPACE  TO  WK-MATCH-FLG  WK-FURI-TOKU-COD.
           MOVE  WK-FURI-KOZA-NO  TO  CFVAN-KOZA-NO.
           READ  VAN-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               MOVE  CFVAN-TOKU-COD  TO  WK-FURI-TOKU-COD
               MOVE  "1"             TO  WK-MATCH-FLG
           END-READ.
           IF  WK-MATCH-FLG  NOT  =  "1"
             PERFORM  MEI-SRCH-RTN
               VARYING  WK-MEI-IDX  FROM  1  BY  1
                 UNTIL  WK-MEI-IDX  >  WK-MEI-CNT
                     OR  WK-MATCH-FLG  =  "1"
           END-IF.
           IF  WK-MATCH-FLG  =  "1"
             MOVE  WK-FURI-TOKU-COD  TO  WK-KEY-TOKU-COD
             MOVE  SPACE             TO  WK-KEY-SHIP-COD
             PERFORM  TOKU-KEY-RTN
             PERFORM  HOJIN-RTN
           ELSE
             MOVE  SPACE        TO  S070-KEY
             MOVE  "N"          TO  S070-KEY  (1:1)
             MOVE  WK-FURI-MEI  TO  S070-KEY  (2:30)
             PERFORM  KOJIN-RTN
           END-IF.
           MOVE  S070-KANA  TO  WK-FURI-MEI.
       EXT.
           EXIT.
      ********************************************************
      *  口座名義照合処理
      ********************************************************
       MEI-SRCH-RTN                SECTION.
           IF  WK-MEI-KOZA-MEI  (WK-MEI-IDX)  NOT  =  SPACE
             AND  WK-MEI-KOZA-MEI  (WK-MEI-IDX)  =  WK-FURI-MEI
             MOVE  WK-MEI-TOKU-COD  (WK-MEI-IDX)  TO  WK-FURI-TOKU-COD
             MOVE  "1"  TO  WK-MATCH-FLG
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  得意先マスタ申請匿名化処理
      ********************************************************
       PAFT-ANO-RTN                SECTION.
           MOVE  ZERO  TO  WK-REC-CNT.
           MOVE  "0"   TO  FILE-END-FLG.
           OPEN  INPUT   PAFT-FILE.
           OPEN  OUTPUT  APAFT-FILE.
           PERFORM  PAFT-COPY-RTN  UNTIL  FILE-END-FLG  =  "1".
           CLOSE  PAFT-FILE  APAFT-FILE.
           PERFORM  CNT-DISP-RTN.
       EXT.
           EXIT.
       PAFT-COPY-RTN               SECTION.
           READ  PAFT-FILE
             AT  END
               MOVE  "1"  TO  FILE-END-FLG
               GO  TO  EXT
           END-READ.
           MOVE  JF050-TOKU-COD  TO  WK-KEY-TOKU-COD.
           MOVE  SPACE           TO  WK-KEY-SHIP-COD.
           PERFORM  TOKU-KEY-RTN.
           PERFORM  HOJIN-RTN.
           IF  JF050-TOKU-MEI  NOT  =  SPACE
             MOVE  S070-MEI        TO  JF050-TOKU-MEI
           END-IF.
           IF  JF050-CNSG-MEI  NOT  =  SPACE
             MOVE  S070-EN-MEI     TO  JF050-CNSG-MEI
           END-IF.
           MOVE  JF050-YUBIN-NO  TO  S070-YUBIN-NO.
           PERFORM  JUSHO-RTN.
           IF  JF050-YUBIN-NO  NOT  =  SPACE
             MOVE  S070-YUBIN-NO   TO  JF050-YUBIN-NO
           END-IF.
           IF  JF050-JUSHO  NOT  =  SPACE
             MOVE  S070-JUSHO      TO  JF050-JUSHO
           END-IF.
           IF  JF050-TEL  NOT  =  SPACE
             MOVE  S070-TEL        TO  JF050-TEL
           END-IF.
           IF  JF050-CNSG-JUSHO1  NOT  =  SPACE
             MOVE  S070-EN-JUSHO1  TO  JF050-CNSG-JUSHO1
           END-IF.
           IF  JF050-CNSG-JUSHO2  NOT  =  SPACE
             MOVE  S070-EN-JUSHO2  TO  JF050-CNSG-JUSHO2
           END-IF.
           WRITE  APAFT-REC  FROM  PAFT-REC.
           ADD  +1  TO  WK-REC-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  口座振替口座マスタ申請匿名化処理
      ********************************************************
       PAFG-ANO-RTN                SECTION.
           MOVE  ZERO  TO  WK-REC-CNT.
           MOVE  "0"   TO  FILE-END-FLG.
           OPEN  INPUT   PAFG-FILE.
           OPEN  OUTPUT  APAFG-FILE.
           PERFORM  PAFG-COPY-RTN  UNTIL  FILE-END-FLG  =  "1".
           CLOSE  PAFG-FILE  APAFG-FILE.
           PERFORM  CNT-DISP-RTN.
       EXT.
           EXIT.
       PAFG-COPY-RTN               SECTION.
           READ  PAFG-FILE
             AT  END
               MOVE  "1"  TO  FILE-END-FLG
               GO  TO  EXT
           END-READ.
           MOVE  UF225-TOKU-COD  TO  WK-KEY-TOKU-COD.
           MOVE  SPACE           TO  WK-KEY-SHIP-COD.
           PERFORM  TOKU-KEY-RTN.
           PERFORM  HOJIN-RTN.
           IF  UF225-KOZA-NO  NOT  =  ZERO
             MOVE  S070-KOZA-NO  TO  UF225-KOZA-NO
           END-IF.
           IF  UF225-KOZA-MEI  NOT  =  SPACE
             MOVE  S070-KANA     TO  UF225-KOZA-MEI
           END-IF.
           WRITE  APAFG-REC  FROM  PAFG-REC.
           ADD  +1  TO  WK-REC-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  仕入先マスタ申請匿名化処理
      ********************************************************
       PAFV-ANO-RTN                SECTION.
           MOVE  ZERO  TO  WK-REC-CNT.
           MOVE  "0"   TO  FILE-END-FLG.
           OPEN  INPUT   PAFV-FILE.
           OPEN  OUTPUT  APAFV-FILE.
           PERFORM  PAFV-COPY-RTN  UNTIL  FILE-END-FLG  =  "1".
           CLOSE  PAFV-FILE  APAFV-FILE.
           PERFORM  CNT-DISP-RTN.
       EXT.
           EXIT.
       PAFV-COPY-RTN               SECTION.
           READ  PAFV-FILE
             AT  END
               MOVE  "1"  TO  FILE-END-FLG
               GO  TO  EXT
           END-READ.
           IF  HF080-SIIRE-MEI  NOT  =  SPACE
             MOVE  SPACE            TO  S070-KEY
             MOVE  "P"              TO  S070-KEY  (1:1)
             MOVE  HF080-SIIRE-COD  TO  S070-KEY  (2:6)
             PERFORM  HOJIN-RTN
             MOVE  S070-MEI         TO  HF080-SIIRE-MEI
           END-IF.
           WRITE  APAFV-REC  FROM  PAFV-REC.
           ADD  +1  TO  WK-REC-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  出荷先マスタ申請匿名化処理
      ********************************************************
       SHR-ANO-RTN                 SECTION.
           MOVE  ZERO  TO  WK-REC-CNT.
           MOVE  "0"   TO  FILE-END-FLG.
           OPEN  INPUT   SHR-FILE.
           OPEN  OUTPUT  ASHR-FILE.
           PERFORM  SHR-COPY-RTN  UNTIL  FILE-END-FLG  =  "1".
           CLOSE  SHR-FILE  ASHR-FILE.
           PERFORM  CNT-DISP-RTN.
       EXT.
           EXIT.
       SHR-COPY-RTN                SECTION.
           READ  SHR-FILE
             AT  END
               MOVE  "1"  TO  FILE-END-FLG
               GO  TO  EXT
           END-READ.
           MOVE  JF045-TOKU-COD  TO  WK-KEY-TOKU-COD.
           MOVE  JF045-SHIP-COD  TO  WK-KEY-SHIP-COD.
           PERFORM  TOKU-KEY-RTN.
           PERFORM  HOJIN-RTN.
           IF  JF045-SHIP-MEI  NOT  =  SPACE
             MOVE  S070-MEI       TO  JF045-SHIP-MEI
           END-IF.
           MOVE  JF045-YUBIN-NO  TO  S070-YUBIN-NO.
           PERFORM  JUSHO-RTN.
           IF  JF045-YUBIN-NO  NOT  =  SPACE
             MOVE  S070-YUBIN-NO  TO  JF045-YUBIN-NO
           END-IF.
           IF  JF045-JUSHO  NOT  =  SPACE
             MOVE  S070-JUSHO     TO  JF045-JUSHO
           END-IF.
           IF  JF045-TEL  NOT  =  SPACE
             MOVE  S070-TEL       TO  JF045-TEL
           END-IF.
           WRITE  ASHR-REC  FROM  SHR-REC.
           ADD  +1  TO  WK-REC-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  口座確認依頼・結果匿名化処理
      ********************************************************
       KKF-ANO-RTN                 SECTION.
           MOVE  ZERO  TO  WK-REC-CNT.
           MOVE  "0"   TO  FILE-END-FLG.
           OPEN  INPUT   KKF-FILE.
           OPEN  OUTPUT  AKKF-FILE.
           PERFORM  KKF-COPY-RTN  UNTIL  FILE-END-FLG  =  "1".
           CLOSE  KKF-FILE  AKKF-FILE.
           PERFORM  CNT-DISP-RTN.
       EXT.
           EXIT.
       KKF-COPY-RTN                SECTION.
           READ  KKF-FILE
             AT  END
               MOVE  "1"  TO  FILE-END-FLG
               GO  TO  EXT
           END-READ.
           MOVE  UF235-TOKU-COD  TO  WK-KEY-TOKU-COD.
           MOVE  SPACE           TO  WK-KEY-SHIP-COD.
           PERFORM  TOKU-KEY-RTN.
           PERFORM  HOJIN-RTN.
           IF  UF235-KOZA-NO  NOT  =  ZERO
             MOVE  S070-KOZA-NO  TO  UF235-KOZA-NO
           END-IF.
           IF  UF235-KOZA-MEI  NOT  =  SPACE
             MOVE  S070-KANA     TO  UF235-KOZA-MEI
           END-IF.
           WRITE  AKKF-REC  FROM  KKF-REC.
           ADD  +1  TO  WK-REC-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  得意先キー編集処理（出荷先コード空白は"T"＋得意先、
      *  それ以外は"S"＋得意先＋出荷先）
      ********************************************************
       TOKU-KEY-RTN                SECTION.
           MOVE  SPACE  TO  S070-KEY.
           IF  WK-KEY-SHIP-COD  =  SPACE
             MOVE  "T"              TO  S070-KEY  (1:1)
             MOVE  WK-KEY-TOKU-COD  TO  S070-KEY  (2:4)
           ELSE
             MOVE  "S"              TO  S070-KEY  (1:1)
             MOVE  WK-KEY-TOKU-COD  TO  S070-KEY  (2:4)
             MOVE  WK-KEY-SHIP-COD  TO  S070-KEY  (6:4)
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  法人名取得処理
      ********************************************************
       HOJIN-RTN                   SECTION.
           MOVE  "1"  TO  S070-FUNC.
           PERFORM  CALL-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  個人名取得処理
      ********************************************************
       KOJIN-RTN                   SECTION.
           MOVE  "2"  TO  S070-FUNC.
           PERFORM  CALL-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  住所取得処理（S070-YUBIN-NOに本物の郵便番号を入れて呼ぶ）
      ********************************************************
       JUSHO-RTN                   SECTION.
           MOVE  "3"  TO  S070-FUNC.
           PERFORM  CALL-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  匿名化値生成呼出処理（異常時は出力を残さず中断する）
      ********************************************************
       CALL-RTN                    SECTION.
           CALL  "KCBS070"  USING  KCBS070-P1.
           IF  S070-RCD  =  "E"
             DISPLAY  "*** KJBM490 KCBS070 ERROR FUNC="  S070-FUNC
                      " FILE="  WK-FILE-ID  " ***"
             DISPLAY  "*** KJBM490 ABEND - OUTPUT INCOMPLETE ***"
             MOVE  16  TO  RETURN-CODE
             STOP  RUN
           END-IF.
           IF  S070-RCD  =  "Y"
             ADD  +1  TO  WK-DEFAULT-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  件数表示処理
      ********************************************************
       CNT-DISP-RTN                SECTION.
           DISPLAY  "*** "  WK-FILE-ID  " CNT="  WK-REC-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理
      ********************************************************
       TERM-RTN                    SECTION.
           CLOSE  VAN-FILE.
           MOVE  "9"  TO  S070-FUNC.
           CALL  "KCBS070"  USING  KCBS070-P1.
           IF  WK-DEFAULT-CNT  >  ZERO
             DISPLAY  "*** DEFAULT ADDRESS USED="  WK-DEFAULT-CNT
                      " ***"
             MOVE  8  TO  RETURN-CODE
           END-IF.
           DISPLAY  "*** KJBM490  END ***".
       EXT.
           EXIT.
