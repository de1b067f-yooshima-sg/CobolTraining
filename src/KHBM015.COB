       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 KHBM015.
      ********************************************************
      *  システム名        ：研修
      *  サブシステム名    ：発注
      *  プログラム名      ：直送発注書作成
      *  作成日／作成者    ：２０２６年１０月１５日  システム技研
      *  変更日／変更者    ：２０２６年１０月１５日  システム技研
      *        変更内容    ：発注ファイルの見積番号をゼロで起こす
      *                    ：明細行の長さを訂正
      ********************************************************
      *    突合済み受注（ITF）のうちKJBM030が直送区分を立てた
      *    新規受注明細を読み、仕入先別取扱商品マスタ（KCCFSPR）
      *    で発注先仕入先を引き当てて仕入先・受注番号別にソート
      *    し、仕入先×受注ごとに発注番号を採番して直送発注を
      *    発注ファイル（KHCF010）へ書き出すとともに、直送先の
      *    宛名・住所を付けた仕入先あての直送注文書を印字する。
      *    直送先は受注の出荷先を出荷先マスタ（KCCFSHK）から、
      *    出荷先の指定が無い受注は得意先マスタの請求先住所を
      *    引く。発注先の引き当てられない明細・直送先の引けない
      *    明細は発注せず、先頭頁の例外欄へ印字する（受注は出荷
      *    確認待ちのまま残るため、手配後に個別発注で対応する）。
      *    発注番号はKHBM010と同じシステムパラメタのKH-NEXT-
      *    PO-NOで採番する。同じ受注から二重に発注を起こさない
      *    よう、同日の再実行は起動を拒否する
      ********************************************************
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  ITF-FILE  ASSIGN  TO  EXTERNAL  ITF.
           SELECT  SHO-FILE  ASSIGN  TO  EXTERNAL  SHO
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHO-SHOHIN-NO.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  SHK-FILE  ASSIGN  TO  EXTERNAL  SHK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSHK-KEY.
           SELECT  SPR-FILE  ASSIGN  TO  EXTERNAL  SPR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  CFSPR-KEY.
           SELECT  SIR-FILE  ASSIGN  TO  EXTERNAL  SIR
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFSIR-SIIRE-COD.
           SELECT  POF-FILE  ASSIGN  TO  EXTERNAL  POF
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  HF010-PO-KEY.
           SELECT  PRM-FILE  ASSIGN  TO  EXTERNAL  PRM
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFPRM-PARM-KEY.
           SELECT  RUN-FILE  ASSIGN  TO  EXTERNAL  RNS
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFRUN-PGM-ID.
           SELECT  SRT-FILE  ASSIGN  TO  SRTWK01.
           SELECT  OEF-FILE  ASSIGN  TO  EXTERNAL  OEF.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  ITF-FILE.
       01  ITF-REC.
           COPY  KJCF020.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY  KCCFSHO.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
       FD  SHK-FILE.
       01  SHK-REC.
           COPY  KCCFSHK.
       FD  SPR-FILE.
       01  SPR-REC.
           COPY  KCCFSPR.
       FD  SIR-FILE.
       01  SIR-REC.
           COPY  KCCFSIR.
       FD  POF-FILE.
       01  POF-REC.
           COPY  KHCF010.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY  KCCFPRM.
       FD  RUN-FILE.
       01  RUN-REC.
           COPY  KCCFRUN.
       SD  SRT-FILE.
       01  SRT-REC.
         03  SRT-SIIRE-COD        PIC  X(06).
         03  SRT-JUCHU-NO         PIC  9(06).
         03  SRT-GYO-NO           PIC  9(02).
         03  SRT-SHIP-SEQ         PIC  9(02).
         03  SRT-SHOHIN-NO        PIC  X(05).
         03  SRT-SHOHIN-MEI       PIC  X(20).
         03  SRT-HATCHU-SURYO     PIC  9(07).
         03  SRT-IRISU            PIC  9(05).
         03  SRT-SIIRE-TANKA      PIC S9(05)V9(2).
         03  SRT-SIIRE-MEI        PIC  X(20).
         03  SRT-LEAD-DAYS        PIC  9(03).
         03  SRT-TOKU-COD         PIC  X(04).
         03  SRT-SHIP-COD         PIC  X(04).
         03  SRT-SHIP-MEI         PIC  X(20).
         03  SRT-YUBIN-NO         PIC  X(08).
         03  SRT-JUSHO            PIC  X(50).
         03  SRT-TEL              PIC  X(12).
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *
       WORKING-STORAGE             SECTION.
       01  ITF-END-FLG            PIC  X(1)          VALUE  "0".
       01  SRT-END-FLG            PIC  X(1)          VALUE  "0".
       01  SPR-END-FLG            PIC  X(1)          VALUE  "0".
       01  ITF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  CHOKUSO-CNT            PIC S9(9)  COMP-3  VALUE  +0.
       01  POF-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  PO-CNT                 PIC S9(9)  COMP-3  VALUE  +0.
       01  EXC-CNT                PIC S9(9)  COMP-3  VALUE  +0.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
       01  WK-GUARD-DATE8         PIC  9(08)          VALUE  ZERO.
      *    採番用（システムパラメタマスタから読み、使用分を戻す）
       01  WK-NEXT-PO-NO          PIC  9(06)          VALUE  1.
       01  WK-PRM-FOUND-FLG       PIC  X(01)          VALUE  SPACE.
      *    仕入先引当結果（"1"＝発注先が確定した）
       01  WK-SPR-HIT-FLG         PIC  X(01)          VALUE  SPACE.
       01  WK-SPR-SIIRE-COD       PIC  X(06)          VALUE  SPACE.
       01  WK-SPR-SIIRE-TANKA     PIC S9(05)V9(2)     VALUE  ZERO.
      *    直送先引当結果（"1"＝宛名・住所が引けた）
       01  WK-SHK-HIT-FLG         PIC  X(01)          VALUE  SPACE.
      *    受注単位入数と基本単位の発注数量
       01  WK-IRISU               PIC  9(05)          VALUE  ZERO.
       01  WK-HATCHU-SURYO        PIC  9(07)          VALUE  ZERO.
      *    例外理由（発注できなかった受注明細の印字用）
       01  WK-EXC-RIYU            PIC  X(20)          VALUE  SPACE.
      *    仕入先・受注ブレイク制御
       01  WK-BREAK-SIIRE-COD     PIC  X(06)          VALUE  SPACE.
       01  WK-BREAK-JUCHU-NO      PIC  9(06)          VALUE  ZERO.
       01  WK-CUR-PO-NO           PIC  9(06)          VALUE  ZERO.
       01  WK-CUR-PO-GYO          PIC  9(02)          VALUE  ZERO.
      *    出荷予定日算出用
       01  WK-DATE-INT            PIC  9(08)          VALUE  ZERO.
       01  WK-YOTEI-DATE          PIC  9(08)          VALUE  ZERO.
      *  大見出し（直送注文書ヘッダ）
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(20)  VALUE
                    "直　送　注　文　書".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "DATE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-DATE              PIC  9(08).
         02  FILLER               PIC  X(73)  VALUE  SPACE.
      *  仕入先見出し
       01  H2-SIIRE.
         02  FILLER               PIC  X(8)   VALUE  "発注番号".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H2-PO-NO             PIC  9(06).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "仕入先".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H2-SIIRE-COD         PIC  X(06).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H2-SIIRE-MEI         PIC  X(20).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "出荷予定日".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H2-YOTEI-DATE        PIC  9(08).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "受注番号".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H2-JUCHU-NO          PIC  9(06).
         02  FILLER               PIC  X(43)  VALUE  SPACE.
      *  直送先見出し（宛名・郵便番号・住所・電話番号）
       01  H4-CHOKUSO.
         02  FILLER               PIC  X(8)   VALUE  "直送先：".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H4-TOKU-COD          PIC  X(04).
         02  FILLER               PIC  X(1)   VALUE  "-".
         02  H4-SHIP-COD          PIC  X(04).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H4-SHIP-MEI          PIC  X(20).
         02  FILLER               PIC  X(96)  VALUE  SPACE.
       01  H5-ATESAKI.
         02  FILLER               PIC  X(9)   VALUE  SPACE.
         02  FILLER               PIC  X(2)   VALUE  "〒".
         02  H5-YUBIN-NO          PIC  X(08).
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H5-JUSHO             PIC  X(50).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "TEL ".
         02  H5-TEL               PIC  X(12).
         02  FILLER               PIC  X(47)  VALUE  SPACE.
      *  小見出し
       01  H3-KOMIDASHI.
         02  FILLER               PIC  X(4)   VALUE  "行".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "商品番号".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "商品名".
         02  FILLER               PIC  X(16)  VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "発注数量".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "仕入単価".
         02  FILLER               PIC  X(79)  VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-PO-GYO            PIC  ZZ9.
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  D1-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  D1-SHOHIN-MEI        PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-SURYO             PIC  Z,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-TANKA             PIC  ZZ,ZZ9.99.
         02  FILLER               PIC  X(77)  VALUE  SPACE.
      *  例外明細（発注できなかった直送受注明細）
       01  D2-EXC.
         02  FILLER               PIC  X(8)   VALUE  "＊例外＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-JUCHU-NO          PIC  9(06).
         02  FILLER               PIC  X(1)   VALUE  "-".
         02  D2-GYO-NO            PIC  9(02).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  D2-SHOHIN-MEI        PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-RIYU              PIC  X(20).
         02  FILLER               PIC  X(62)  VALUE  SPACE.
      *
      ********************************************************
      *  直送発注書作成（仕入先・受注別にソートして発注へ起こす）
      ********************************************************
       PROCEDURE                   DIVISION.
           PERFORM  INIT-RTN.
           SORT  SRT-FILE
             ON  ASCENDING  KEY  SRT-SIIRE-COD  IN  SRT-REC
                                 SRT-JUCHU-NO   IN  SRT-REC
                                 SRT-GYO-NO     IN  SRT-REC
             INPUT   PROCEDURE  CHOKUSO-SEL-RTN
             OUTPUT  PROCEDURE  HATCHU-CTL-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      *  開始処理（同日ガードと発注番号の採番元の読み込み）
      ********************************************************
       INIT-RTN                   SECTION.
           DISPLAY  "*** KHBM015 START ***".
           OPEN  I-O     RUN-FILE.
           PERFORM  DUP-RUN-GUARD-RTN.
           OPEN  INPUT   ITF-FILE.
           OPEN  INPUT   SHO-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  INPUT   SHK-FILE.
           OPEN  INPUT   SPR-FILE.
           OPEN  INPUT   SIR-FILE.
           OPEN  I-O     POF-FILE.
           OPEN  I-O     PRM-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           MOVE  "KH-NEXT-PO-NO"  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               MOVE  SPACE  TO  WK-PRM-FOUND-FLG
             NOT  INVALID  KEY
               MOVE  "1"  TO  WK-PRM-FOUND-FLG
               IF  CFPRM-VALUE  (1:6)  IS  NUMERIC
                 MOVE  CFPRM-VALUE  (1:6)  TO  WK-NEXT-PO-NO
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  同日再実行ガード処理（当日発注済みなら同じ受注から
      *  二重に直送発注を起こさないため起動を拒否する）
      ********************************************************
       DUP-RUN-GUARD-RTN          SECTION.
           MOVE  "KHBM015"  TO  CFRUN-PGM-ID.
           READ  RUN-FILE
             INVALID  KEY
               GO  TO  EXT
           END-READ.
           ACCEPT  WK-GUARD-DATE8  FROM  DATE  YYYYMMDD.
           IF  CFRUN-DATE  =  WK-GUARD-DATE8
             DISPLAY  "*** KHBM015 ALREADY RUN TODAY ***"
             CLOSE  RUN-FILE
             STOP  RUN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  直送明細選別処理（入力側。直送区分の立った新規受注
      *  明細だけを仕入先・直送先引当のうえソートへ引き渡す）
      ********************************************************
       CHOKUSO-SEL-RTN            SECTION.
           PERFORM  ITF-READ-RTN.
           PERFORM  SENBETU-RTN  UNTIL  ITF-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  突合済み受注入力処理
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
      *  選別処理
      ********************************************************
       SENBETU-RTN                SECTION.
           IF  JF020-DATA-KBN     =  "1"
             AND  JF020-CHOKUSO-KBN  =  "1"
             ADD  +1  TO  CHOKUSO-CNT
             PERFORM  SIIRE-HIKIATE-RTN
             IF  WK-SPR-HIT-FLG  =  "1"
               PERFORM  CHOKUSO-SAKI-RTN
             END-IF
             IF  WK-SPR-HIT-FLG  =  "1"
               AND  WK-SHK-HIT-FLG  =  "1"
               PERFORM  RELEASE-RTN
             ELSE
               PERFORM  EXC-PRINT-RTN
             END-IF
           END-IF.
           PERFORM  ITF-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  仕入先引当処理（仕入先別取扱商品マスタを商品番号で
      *  順読みし、主力フラグ"1"の行を優先、無ければ先頭行の
      *  仕入先を採用する。採用した仕入先が仕入先マスタに無い・
      *  停止中の場合は引当失敗とする）
      ********************************************************
       SIIRE-HIKIATE-RTN          SECTION.
           MOVE  SPACE  TO  WK-SPR-HIT-FLG.
           MOVE  SPACE  TO  WK-SPR-SIIRE-COD.
           MOVE  ZERO   TO  WK-SPR-SIIRE-TANKA.
           MOVE  "0"    TO  SPR-END-FLG.
           MOVE  JF020-SHOHIN-NO  TO  CFSPR-SHOHIN-NO.
           MOVE  LOW-VALUE        TO  CFSPR-SIIRE-COD.
           START  SPR-FILE  KEY  >=  CFSPR-KEY
             INVALID  KEY
               MOVE  "1"  TO  SPR-END-FLG
           END-START.
           PERFORM  SPR-SCAN-RTN  UNTIL  SPR-END-FLG  =  "1".
           IF  WK-SPR-SIIRE-COD  =  SPACE
             MOVE  "発注先未登録"  TO  WK-EXC-RIYU
             GO  TO  EXT
           END-IF.
           MOVE  WK-SPR-SIIRE-COD  TO  CFSIR-SIIRE-COD.
           READ  SIR-FILE
             INVALID  KEY
               MOVE  "仕入先マスタ無し"  TO  WK-EXC-RIYU
             NOT  INVALID  KEY
               IF  CFSIR-ACTIVE-FLG  NOT  =  "1"
                 MOVE  "仕入先停止中"  TO  WK-EXC-RIYU
               ELSE
                 MOVE  "1"  TO  WK-SPR-HIT-FLG
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  仕入先別取扱商品順次走査処理（主力行が見つかったら
      *  打ち切り、見つからないまま商品が替わったら先頭行採用）
      ********************************************************
       SPR-SCAN-RTN               SECTION.
           READ  SPR-FILE  NEXT
             AT  END
               MOVE  "1"  TO  SPR-END-FLG
             NOT  AT  END
               IF  CFSPR-SHOHIN-NO  NOT  =  JF020-SHOHIN-NO
                 MOVE  "1"  TO  SPR-END-FLG
               ELSE
                 IF  WK-SPR-SIIRE-COD  =  SPACE
                   MOVE  CFSPR-SIIRE-COD    TO  WK-SPR-SIIRE-COD
                   MOVE  CFSPR-SIIRE-TANKA  TO  WK-SPR-SIIRE-TANKA
                 END-IF
                 IF  CFSPR-PRIMARY-FLG  =  "1"
                   MOVE  CFSPR-SIIRE-COD    TO  WK-SPR-SIIRE-COD
                   MOVE  CFSPR-SIIRE-TANKA  TO  WK-SPR-SIIRE-TANKA
                   MOVE  "1"  TO  SPR-END-FLG
                 END-IF
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  直送先引当処理（出荷先指定のある受注は出荷先マスタ、
      *  指定の無い受注は得意先マスタの請求先住所を直送先とする）
      ********************************************************
       CHOKUSO-SAKI-RTN           SECTION.
           MOVE  SPACE  TO  WK-SHK-HIT-FLG.
           IF  JF020-SHIP-COD  =  SPACE
             MOVE  JF020-TOKU-COD  TO  CFTOK-TOKU-COD
             READ  TOK-FILE
               INVALID  KEY
                 MOVE  "得意先マスタ無し"  TO  WK-EXC-RIYU
               NOT  INVALID  KEY
                 MOVE  CFTOK-TOKU-MEI  TO  SRT-SHIP-MEI  IN  SRT-REC
                 MOVE  CFTOK-YUBIN-NO  TO  SRT-YUBIN-NO  IN  SRT-REC
                 MOVE  CFTOK-JUSHO     TO  SRT-JUSHO     IN  SRT-REC
                 MOVE  CFTOK-TEL       TO  SRT-TEL       IN  SRT-REC
                 MOVE  "1"  TO  WK-SHK-HIT-FLG
             END-READ
           ELSE
             MOVE  JF020-TOKU-COD  TO  CFSHK-TOKU-COD
             MOVE  JF020-SHIP-COD  TO  CFSHK-SHIP-COD
             READ  SHK-FILE
               INVALID  KEY
                 MOVE  "出荷先マスタ無し"  TO  WK-EXC-RIYU
               NOT  INVALID  KEY
                 MOVE  CFSHK-SHIP-MEI  TO  SRT-SHIP-MEI  IN  SRT-REC
                 MOVE  CFSHK-YUBIN-NO  TO  SRT-YUBIN-NO  IN  SRT-REC
                 MOVE  CFSHK-JUSHO     TO  SRT-JUSHO     IN  SRT-REC
                 MOVE  CFSHK-TEL       TO  SRT-TEL       IN  SRT-REC
                 MOVE  "1"  TO  WK-SHK-HIT-FLG
             END-READ
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  発注数量算出処理（ケース単位の受注は商品マスタのケース
      *  入数で基本単位へ換算する。マスタ未登録・入数ゼロは１）
      ********************************************************
       SURYO-KANSAN-RTN           SECTION.
           MOVE  1  TO  WK-IRISU.
           IF  JF020-UNIT-KBN  =  "2"
             MOVE  JF020-SHOHIN-NO  TO  CFSHO-SHOHIN-NO
             READ  SHO-FILE
               INVALID  KEY
                 CONTINUE
               NOT  INVALID  KEY
                 IF  CFSHO-CASE-SURYO  >  ZERO
                   MOVE  CFSHO-CASE-SURYO  TO  WK-IRISU
                 END-IF
             END-READ
           END-IF.
           COMPUTE  WK-HATCHU-SURYO  =  JF020-SURYO  *  WK-IRISU.
       EXT.
           EXIT.
      ********************************************************
      *  ソート引き渡し処理（直送先は直送先引当で設定済み）
      ********************************************************
       RELEASE-RTN                SECTION.
           PERFORM  SURYO-KANSAN-RTN.
           MOVE  WK-SPR-SIIRE-COD    TO  SRT-SIIRE-COD    IN  SRT-REC.
           MOVE  JF020-JUCHU-NO      TO  SRT-JUCHU-NO     IN  SRT-REC.
           MOVE  JF020-GYO-NO        TO  SRT-GYO-NO       IN  SRT-REC.
           MOVE  JF020-SHIP-SEQ      TO  SRT-SHIP-SEQ     IN  SRT-REC.
           MOVE  JF020-SHOHIN-NO     TO  SRT-SHOHIN-NO    IN  SRT-REC.
           MOVE  JF020-SHOHIN-MEI    TO  SRT-SHOHIN-MEI   IN  SRT-REC.
           MOVE  WK-HATCHU-SURYO     TO  SRT-HATCHU-SURYO IN  SRT-REC.
           MOVE  WK-IRISU            TO  SRT-IRISU        IN  SRT-REC.
           MOVE  WK-SPR-SIIRE-TANKA  TO  SRT-SIIRE-TANKA  IN  SRT-REC.
           MOVE  CFSIR-SIIRE-MEI     TO  SRT-SIIRE-MEI    IN  SRT-REC.
           MOVE  CFSIR-LEAD-DAYS     TO  SRT-LEAD-DAYS    IN  SRT-REC.
           MOVE  JF020-TOKU-COD      TO  SRT-TOKU-COD     IN  SRT-REC.
           MOVE  JF020-SHIP-COD      TO  SRT-SHIP-COD     IN  SRT-REC.
           RELEASE  SRT-REC.
       EXT.
           EXIT.
      ********************************************************
      *  例外印字処理（発注できなかった直送明細を理由付きで印字）
      ********************************************************
       EXC-PRINT-RTN              SECTION.
           MOVE  JF020-JUCHU-NO    TO  D2-JUCHU-NO.
           MOVE  JF020-GYO-NO      TO  D2-GYO-NO.
           MOVE  JF020-SHOHIN-NO   TO  D2-SHOHIN-NO.
           MOVE  JF020-SHOHIN-MEI  TO  D2-SHOHIN-MEI.
           MOVE  WK-EXC-RIYU       TO  D2-RIYU.
           MOVE  D2-EXC  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  EXC-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  発注起票制御処理（出力側。仕入先または受注が替わる
      *  ごとに発注番号を採番して直送注文書の改頁を行う）
      ********************************************************
       HATCHU-CTL-RTN             SECTION.
           PERFORM  RETURN-RTN.
           PERFORM  HATCHU-RTN  UNTIL  SRT-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  ソート済みファイル入力処理
      ********************************************************
       RETURN-RTN                 SECTION.
           RETURN  SRT-FILE
             AT  END
               MOVE  "1"  TO  SRT-END-FLG
           END-RETURN.
       EXT.
           EXIT.
      ********************************************************
      *  発注起票処理
      ********************************************************
       HATCHU-RTN                 SECTION.
           IF  SRT-SIIRE-COD  IN  SRT-REC  NOT  =  WK-BREAK-SIIRE-COD
             OR  SRT-JUCHU-NO  IN  SRT-REC  NOT  =  WK-BREAK-JUCHU-NO
             PERFORM  CHOKUSO-BREAK-RTN
           END-IF.
           ADD  +1  TO  WK-CUR-PO-GYO.
           PERFORM  POF-WRITE-RTN.
           PERFORM  MEISAI-RTN.
           PERFORM  RETURN-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  直送ブレイク処理（仕入先×受注ごとに発注番号を採番し、
      *  改頁して直送注文書の見出しと直送先を印字する。直送先は
      *  受注単位に一つのため、受注の替わり目で発注を分ける）
      ********************************************************
       CHOKUSO-BREAK-RTN          SECTION.
           MOVE  SRT-SIIRE-COD  IN  SRT-REC  TO  WK-BREAK-SIIRE-COD.
           MOVE  SRT-JUCHU-NO   IN  SRT-REC  TO  WK-BREAK-JUCHU-NO.
           MOVE  WK-NEXT-PO-NO  TO  WK-CUR-PO-NO.
           ADD   +1             TO  WK-NEXT-PO-NO.
           MOVE  ZERO           TO  WK-CUR-PO-GYO.
           ADD   +1             TO  PO-CNT.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           COMPUTE  WK-DATE-INT  =
                    FUNCTION  INTEGER-OF-DATE  (WK-PC-DATE8)
                    +  SRT-LEAD-DAYS  IN  SRT-REC.
           COMPUTE  WK-YOTEI-DATE  =
                    FUNCTION  DATE-OF-INTEGER  (WK-DATE-INT).
           MOVE  WK-CUR-PO-NO   TO  H2-PO-NO.
           MOVE  SRT-SIIRE-COD  IN  SRT-REC  TO  H2-SIIRE-COD.
           MOVE  SRT-SIIRE-MEI  IN  SRT-REC  TO  H2-SIIRE-MEI.
           MOVE  WK-YOTEI-DATE  TO  H2-YOTEI-DATE.
           MOVE  SRT-JUCHU-NO   IN  SRT-REC  TO  H2-JUCHU-NO.
           MOVE  H2-SIIRE  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  SRT-TOKU-COD   IN  SRT-REC  TO  H4-TOKU-COD.
           MOVE  SRT-SHIP-COD   IN  SRT-REC  TO  H4-SHIP-COD.
           MOVE  SRT-SHIP-MEI   IN  SRT-REC  TO  H4-SHIP-MEI.
           MOVE  H4-CHOKUSO  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
           MOVE  SRT-YUBIN-NO   IN  SRT-REC  TO  H5-YUBIN-NO.
           MOVE  SRT-JUSHO      IN  SRT-REC  TO  H5-JUSHO.
           MOVE  SRT-TEL        IN  SRT-REC  TO  H5-TEL.
           MOVE  H5-ATESAKI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           MOVE  H3-KOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  2.
       EXT.
           EXIT.
      ********************************************************
      *  発注ファイル出力処理（直送区分・直送元受注・直送先を
      *  付けて書き出す）
      ********************************************************
       POF-WRITE-RTN              SECTION.
           MOVE  SPACE                   TO  POF-REC.
           MOVE  WK-CUR-PO-NO            TO  HF010-PO-NO.
           MOVE  WK-CUR-PO-GYO           TO  HF010-PO-GYO.
           MOVE  SRT-SIIRE-COD  IN  SRT-REC  TO  HF010-SIIRE-COD.
           MOVE  SRT-SHOHIN-NO  IN  SRT-REC  TO  HF010-SHOHIN-NO.
           MOVE  SRT-HATCHU-SURYO  IN  SRT-REC
                                         TO  HF010-HATCHU-SURYO.
           MOVE  ZERO                    TO  HF010-NYUKO-SURYO.
           MOVE  SRT-SIIRE-TANKA  IN  SRT-REC
                                         TO  HF010-SIIRE-TANKA.
           MOVE  WK-PC-DATE8             TO  HF010-HATCHU-DATE.
           MOVE  WK-YOTEI-DATE           TO  HF010-YOTEI-DATE.
           MOVE  "0"                     TO  HF010-STATUS.
           MOVE  ZERO                    TO  HF010-SEIKYU-SURYO.
           MOVE  "1"                     TO  HF010-CHOKUSO-KBN.
           MOVE  SRT-JUCHU-NO   IN  SRT-REC  TO  HF010-JUCHU-NO.
           MOVE  SRT-GYO-NO     IN  SRT-REC  TO  HF010-JUCHU-GYO.
           MOVE  SRT-SHIP-SEQ   IN  SRT-REC  TO  HF010-SHIP-SEQ.
           MOVE  SRT-IRISU      IN  SRT-REC  TO  HF010-IRISU.
           MOVE  SRT-TOKU-COD   IN  SRT-REC  TO  HF010-TOKU-COD.
           MOVE  SRT-SHIP-COD   IN  SRT-REC  TO  HF010-SHIP-COD.
           MOVE  SRT-SHIP-MEI   IN  SRT-REC  TO  HF010-SHIP-MEI.
           MOVE  SRT-YUBIN-NO   IN  SRT-REC  TO  HF010-YUBIN-NO.
           MOVE  SRT-JUSHO      IN  SRT-REC  TO  HF010-JUSHO.
           MOVE  SRT-TEL        IN  SRT-REC  TO  HF010-TEL.
           MOVE  ZERO                    TO  HF010-RFQ-NO.
           WRITE  POF-REC
             INVALID  KEY
               DISPLAY  "*** KHBM015 PO-KEY DUP "  HF010-PO-NO
                        "-"  HF010-PO-GYO  " ***"
           END-WRITE.
           ADD  +1  TO  POF-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  直送注文書明細印字処理
      ********************************************************
       MEISAI-RTN                 SECTION.
           MOVE  WK-CUR-PO-GYO  TO  D1-PO-GYO.
           MOVE  SRT-SHOHIN-NO   IN  SRT-REC  TO  D1-SHOHIN-NO.
           MOVE  SRT-SHOHIN-MEI  IN  SRT-REC  TO  D1-SHOHIN-MEI.
           MOVE  SRT-HATCHU-SURYO  IN  SRT-REC  TO  D1-SURYO.
           MOVE  SRT-SIIRE-TANKA  IN  SRT-REC  TO  D1-TANKA.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
       EXT.
           EXIT.
      ********************************************************
      *  終了処理（採番の使用分をシステムパラメタへ書き戻し、
      *  実行状態を更新する）
      ********************************************************
       TERM-RTN                   SECTION.
           MOVE  "KH-NEXT-PO-NO"  TO  CFPRM-PARM-KEY.
           MOVE  SPACE            TO  CFPRM-VALUE.
           MOVE  WK-NEXT-PO-NO    TO  CFPRM-VALUE  (1:6).
           MOVE  ZERO             TO  CFPRM-EFF-DATE.
           IF  WK-PRM-FOUND-FLG  =  "1"
             REWRITE  PRM-REC
           ELSE
             WRITE  PRM-REC
           END-IF.
           MOVE  "KHBM015"  TO  CFRUN-PGM-ID.
           READ  RUN-FILE
             INVALID  KEY
               ACCEPT  CFRUN-DATE  FROM  DATE  YYYYMMDD
               ACCEPT  CFRUN-TIME  FROM  TIME
               MOVE  1  TO  CFRUN-CYCLE-NO
               WRITE  RUN-REC
             NOT  INVALID  KEY
               ACCEPT  CFRUN-DATE  FROM  DATE  YYYYMMDD
               ACCEPT  CFRUN-TIME  FROM  TIME
               MOVE  1  TO  CFRUN-CYCLE-NO
               REWRITE  RUN-REC
           END-READ.
           CLOSE  ITF-FILE  SHO-FILE  TOK-FILE  SHK-FILE  SPR-FILE
                  SIR-FILE  POF-FILE  PRM-FILE  RUN-FILE  OEF-FILE.
           DISPLAY  "*** ITF-CNT="  ITF-CNT.
           DISPLAY  "*** CHOKUSO="  CHOKUSO-CNT.
           DISPLAY  "*** PO-CNT="   PO-CNT.
           DISPLAY  "*** POF-CNT="  POF-CNT.
           DISPLAY  "*** EXC-CNT="  EXC-CNT.
           DISPLAY  "*** KHBM015  END ***".
       EXT.
           EXIT.
