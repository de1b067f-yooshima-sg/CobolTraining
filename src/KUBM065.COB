      * 作成日／作成者：２０２６年８月２２日  システム技研
      * 変更日／変更者：２０２６年９月　２日  システム技研
      *       変更内容：送信状況ファイルへの登録を追加
      * 変更日／変更者：２０２６年１０月１５日  システム技研
      *       変更内容：売り手の会社名・登録番号の出力と会社別抽出
      *               ：出力した文書を発行文書保存へ保存する
      ********************************************************
      *  売上ファイル（KUCF010）を得意先・請求期間単位にまとめ、
      *  得意先×期間ごとに１通のＪＰ　ＰＩＮＴ（Peppol）形式の
      *  出力先ディレクトリは環境変数KUBM065_OUTDIRで指定する
      *  （未設定はカレント）。Peppolネットワークへの実送信は
      *  アクセスポイント側の転送ジョブが行う。
      *  売り手（AccountingSupplierParty）には得意先の属する会社
      *  の会社名・適格請求書発行事業者登録番号を会社マスタ
      *  （KCCFKAI）から載せる。会社は売上の会社コード、空白なら
      *  得意先マスタの会社コード、それも空白なら"01"とする。
      *  環境変数KUBM065_KAISHAに会社コードを指定すると、その
      *  会社の得意先分だけを抽出する（省略時は全社分）。
      *  出力したＸＭＬ文書は１通ずつ文書保存サービス（KCBS060）
      *  で発行文書保存（文書区分"3"、文書番号は得意先コード＋
      *  請求年月）へ保存する。金額は税込の請求額とする。
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  TRS-INVOICE-ID.
           SELECT  TOK-FILE  ASSIGN  TO  EXTERNAL  TOK
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFTOK-TOKU-COD.
           SELECT  KAI-FILE  ASSIGN  TO  EXTERNAL  KAI
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFKAI-KAISHA-COD.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  TRS-FILE.
       01  TRS-REC.
           COPY  KUCF145.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY  KCCFTOK.
      *    会社マスタ（売り手の会社名・登録番号）
       FD  KAI-FILE.
       01  KAI-REC.
           COPY  KCCFKAI.
      *
       WORKING-STORAGE            SECTION.
       01  ITF-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
       01  DOC-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
       01  OEF-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
       01  SKIP-CNT               PIC  S9(9)  COMP-3  VALUE  +0.
       01  WK-LINE-CNT            PIC  S9(5)  COMP-3  VALUE  +0.
       01  WK-ITF-KEY.
         02  WK-ITF-TOKU-KEY      PIC   X(4)          VALUE  LOW-VALUE.
       01  WK-OUT-DIR             PIC   X(80)         VALUE  SPACE.
       01  WK-XML-NAME            PIC   X(120)        VALUE  SPACE.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
      *    発行文書保存
       01  HOZON-ERR-CNT          PIC  S9(9)  COMP-3  VALUE  +0.
           COPY  KCBS060P.
      *    会社別抽出・売り手情報
       01  WK-KAISHA-OPT          PIC   X(2)          VALUE  SPACE.
       01  WK-KAISHA-COD          PIC   X(2)          VALUE  SPACE.
       01  WK-KAI-CUR-COD         PIC   X(2)          VALUE  SPACE.
       01  WK-KAI-MEI             PIC   X(40)         VALUE  SPACE.
       01  WK-KAI-TOROKU-NO       PIC   X(14)         VALUE  SPACE.
      *    送信状況登録用（請求書ＩＤと登録日）
       01  WK-TRS-INVOICE-ID      PIC  X(11)          VALUE  SPACE.
       01  WK-TRS-DATE8           PIC  9(08)          VALUE  ZERO.
         02  FILLER               PIC  X(8)   VALUE  "税抜金額".
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "税額".
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "会社".
         02  FILLER               PIC  X(69)  VALUE  SPACE.
       01  D1-MEISAI.
         02  D1-TOKU-COD          PIC  X(4).
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  D1-KINGAKU           PIC  --,---,---,--9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-ZEI               PIC  --,---,---,--9.
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-KAISHA-COD        PIC  X(2).
         02  FILLER               PIC  X(70)  VALUE  SPACE.
      *
      ********************************************************
      * デジタルインボイス抽出（売上ファイルを得意先・請求期間の
           IF  WK-OUT-DIR  =  SPACE
             MOVE  "."  TO  WK-OUT-DIR
           END-IF.
           ACCEPT  WK-KAISHA-OPT  FROM  ENVIRONMENT  "KUBM065_KAISHA".
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           ACCEPT  WK-TRS-DATE8  FROM  DATE  YYYYMMDD.
           OPEN  OUTPUT  OEF-FILE.
           OPEN  I-O     TRS-FILE.
           OPEN  INPUT   TOK-FILE.
           OPEN  INPUT   KAI-FILE.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           MOVE  H1-MIDASHI   TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           EXIT.
      ********************************************************
      * １文書作成処理（得意先×請求期間の１グループを１通の
      * ＵＢＬインボイスとして書き出す。抽出対象外の会社の
      * グループは読み飛ばす）
      ********************************************************
       DOC-RTN                    SECTION.
           MOVE  WK-ITF-KEY  TO  WK-OLD-KEY.
           PERFORM  KAISHA-SET-RTN.
           IF  WK-KAISHA-OPT  NOT  =  SPACE
             AND  WK-KAISHA-COD  NOT  =  WK-KAISHA-OPT
               PERFORM  RETURN-RTN
                 UNTIL  WK-ITF-KEY  NOT  =  WK-OLD-KEY
               ADD  +1  TO  SKIP-CNT
               GO  TO  EXT
           END-IF.
           PERFORM  KAI-LOOKUP-RTN.
           MOVE  +0  TO  WK-LINE-CNT  WK-GOKEI-KINGAKU  WK-GOKEI-ZEI.
           PERFORM  HOZON-START-RTN.
           PERFORM  XML-OPEN-RTN.
           PERFORM  UNTIL  WK-ITF-KEY  NOT  =  WK-OLD-KEY
             PERFORM  XML-LINE-RTN
             PERFORM  RETURN-RTN
           END-PERFORM.
           PERFORM  XML-CLOSE-RTN.
           PERFORM  HOZON-END-RTN.
           PERFORM  OEF-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 会社コード決定処理（グループ先頭の売上の会社コード、
      * 空白なら得意先マスタの会社コード、それも空白なら"01"）
      ********************************************************
       KAISHA-SET-RTN             SECTION.
           MOVE  UF010-KAISHA-COD  IN  SRT-REC  TO  WK-KAISHA-COD.
           IF  WK-KAISHA-COD  =  SPACE
             MOVE  UF010-TOKU-COD  IN  SRT-REC  TO  CFTOK-TOKU-COD
             READ  TOK-FILE
               INVALID  KEY
                 CONTINUE
               NOT  INVALID  KEY
                 MOVE  CFTOK-KAISHA-COD  TO  WK-KAISHA-COD
             END-READ
           END-IF.
           IF  WK-KAISHA-COD  =  SPACE
             MOVE  "01"  TO  WK-KAISHA-COD
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 会社マスタ参照処理（売り手の会社名・登録番号を取得する。
      * 前回と同じ会社なら読まない。未登録の会社は警告を表示し、
      * 会社名・登録番号を空のまま出力する）
      ********************************************************
       KAI-LOOKUP-RTN             SECTION.
           IF  WK-KAISHA-COD  =  WK-KAI-CUR-COD
             GO  TO  EXT
           END-IF.
           MOVE  WK-KAISHA-COD  TO  WK-KAI-CUR-COD
                                    CFKAI-KAISHA-COD.
           READ  KAI-FILE
             INVALID  KEY
               DISPLAY  "*** KUBM065 KAISHA NOT FOUND="
                        WK-KAISHA-COD  " ***"
               MOVE  SPACE  TO  WK-KAI-MEI  WK-KAI-TOROKU-NO
             NOT  INVALID  KEY
               MOVE  CFKAI-KAISHA-MEI  TO  WK-KAI-MEI
               MOVE  CFKAI-TOROKU-NO   TO  WK-KAI-TOROKU-NO
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 文書オープン・ヘッダ出力処理
      ********************************************************
       XML-OPEN-RTN               SECTION.
           OPEN  OUTPUT  XML-FILE.
           MOVE  '<?xml version="1.0" encoding="UTF-8"?>'
                 TO  XML-REC.
           PERFORM  XML-WRITE-RTN.
           MOVE  '<Invoice xmlns="urn:oasis:names:specification:ubl'
                 &  ':schema:xsd:Invoice-2"'  TO  XML-REC.
           PERFORM  XML-WRITE-RTN.
           MOVE  ' xmlns:cac="urn:oasis:names:specification:ubl'
                 &  ':schema:xsd:CommonAggregateComponents-2"'
                 TO  XML-REC.
           PERFORM  XML-WRITE-RTN.
           MOVE  ' xmlns:cbc="urn:oasis:names:specification:ubl'
                 &  ':schema:xsd:CommonBasicComponents-2">'
                 TO  XML-REC.
           PERFORM  XML-WRITE-RTN.
           MOVE  ' <cbc:CustomizationID>urn:peppol:pint:billing-1@jp-1'
                 &  '</cbc:CustomizationID>'  TO  XML-REC.
           PERFORM  XML-WRITE-RTN.
           MOVE  ' <cbc:ProfileID>urn:peppol:bis:billing'
                 &  '</cbc:ProfileID>'  TO  XML-REC.
           PERFORM  XML-WRITE-RTN.
           MOVE  SPACE  TO  XML-REC.
           STRING  " <cbc:ID>"        DELIMITED  BY  SIZE
                   WK-OLD-TOKU-KEY    DELIMITED  BY  SIZE
                   "</cbc:ID>"        DELIMITED  BY  SIZE
                   INTO  XML-REC
           END-STRING.
           PERFORM  XML-WRITE-RTN.
           PERFORM  TRS-TOROKU-RTN.
           MOVE  WK-OLD-YY-KEY  TO  WK-ISSUE-YY.
           MOVE  WK-OLD-MM-KEY  TO  WK-ISSUE-MM.
                   "</cbc:IssueDate>"  DELIMITED  BY  SIZE
                   INTO  XML-REC
           END-STRING.
           PERFORM  XML-WRITE-RTN.
           MOVE  ' <cbc:InvoiceTypeCode>380</cbc:InvoiceTypeCode>'
                 TO  XML-REC.
           PERFORM  XML-WRITE-RTN.
           MOVE  ' <cbc:DocumentCurrencyCode>JPY'
                 &  '</cbc:DocumentCurrencyCode>'  TO  XML-REC.
           PERFORM  XML-WRITE-RTN.
           MOVE  SPACE  TO  XML-REC.
           STRING  " <cac:AccountingSupplierParty><cac:Party>"
                                          DELIMITED  BY  SIZE
                   "<cac:PartyName><cbc:Name>"
                                          DELIMITED  BY  SIZE
                   FUNCTION  TRIM  (WK-KAI-MEI)
                                          DELIMITED  BY  SIZE
                   "</cbc:Name></cac:PartyName>"
                                          DELIMITED  BY  SIZE
                   INTO  XML-REC
           END-STRING.
           PERFORM  XML-WRITE-RTN.
           MOVE  SPACE  TO  XML-REC.
           STRING  "  <cac:PartyTaxScheme><cbc:CompanyID>"
                                          DELIMITED  BY  SIZE
                   FUNCTION  TRIM  (WK-KAI-TOROKU-NO)
                                          DELIMITED  BY  SIZE
                   "</cbc:CompanyID><cac:TaxScheme><cbc:ID>VAT"
                                          DELIMITED  BY  SIZE
                   "</cbc:ID></cac:TaxScheme></cac:PartyTaxScheme>"
                                          DELIMITED  BY  SIZE
                   INTO  XML-REC
           END-STRING.
           PERFORM  XML-WRITE-RTN.
           MOVE  SPACE  TO  XML-REC.
           STRING  "  <cac:PartyLegalEntity><cbc:RegistrationName>"
                                          DELIMITED  BY  SIZE
                   FUNCTION  TRIM  (WK-KAI-MEI)
                                          DELIMITED  BY  SIZE
                   "</cbc:RegistrationName></cac:PartyLegalEntity>"
                                          DELIMITED  BY  SIZE
                   "</cac:Party></cac:AccountingSupplierParty>"
                                          DELIMITED  BY  SIZE
                   INTO  XML-REC
           END-STRING.
           PERFORM  XML-WRITE-RTN.
           MOVE  SPACE  TO  XML-REC.
           STRING  " <cac:AccountingCustomerParty><cac:Party>"
                                          DELIMITED  BY  SIZE
                                          DELIMITED  BY  SIZE
                   INTO  XML-REC
           END-STRING.
           PERFORM  XML-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
                   "</cbc:InvoicedQuantity>"     DELIMITED  BY  SIZE
                   INTO  XML-REC
           END-STRING.
           PERFORM  XML-WRITE-RTN.
           MOVE  SPACE  TO  XML-REC.
           STRING  '  <cbc:LineExtensionAmount currencyID="JPY">'
                                                 DELIMITED  BY  SIZE
                   "</cbc:LineExtensionAmount>"  DELIMITED  BY  SIZE
                   INTO  XML-REC
           END-STRING.
           PERFORM  XML-WRITE-RTN.
           MOVE  SPACE  TO  XML-REC.
           STRING  "  <cac:Item><cbc:Name>"      DELIMITED  BY  SIZE
                   FUNCTION  TRIM
                                                 DELIMITED  BY  SIZE
                   INTO  XML-REC
           END-STRING.
           PERFORM  XML-WRITE-RTN.
           MOVE  SPACE  TO  XML-REC.
           STRING  '  <cac:Price><cbc:PriceAmount currencyID="JPY">'
                                                 DELIMITED  BY  SIZE
                   " </cac:InvoiceLine>"         DELIMITED  BY  SIZE
                   INTO  XML-REC
           END-STRING.
           PERFORM  XML-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
                                                 DELIMITED  BY  SIZE
                   INTO  XML-REC
           END-STRING.
           PERFORM  XML-WRITE-RTN.
           MOVE  WK-GOKEI-KINGAKU  TO  WK-ED-KINGAKU.
           MOVE  SPACE  TO  XML-REC.
           STRING  " <cac:LegalMonetaryTotal>"   DELIMITED  BY  SIZE
                   "</cbc:LineExtensionAmount>"  DELIMITED  BY  SIZE
                   INTO  XML-REC
           END-STRING.
           PERFORM  XML-WRITE-RTN.
           COMPUTE  WK-ED-KINGAKU  =
                    WK-GOKEI-KINGAKU  +  WK-GOKEI-ZEI.
           MOVE  SPACE  TO  XML-REC.
                   " </cac:LegalMonetaryTotal>"  DELIMITED  BY  SIZE
                   INTO  XML-REC
           END-STRING.
           PERFORM  XML-WRITE-RTN.
           MOVE  "</Invoice>"  TO  XML-REC.
           PERFORM  XML-WRITE-RTN.
           CLOSE  XML-FILE.
           ADD  +1  TO  DOC-CNT.
       EXT.
           EXIT.
      ********************************************************
      * ＸＭＬ出力・保存処理（XML-RECを書き、同じ行を発行文書
      * 保存へ書く）
      ********************************************************
       XML-WRITE-RTN              SECTION.
           WRITE  XML-REC.
           MOVE  "2"      TO  S060-FUNC.
           MOVE  "0"      TO  S060-KAIGYO.
           MOVE  XML-REC  TO  S060-LINE.
           CALL  "KCBS060"  USING  KCBS060-P1.
           IF  S060-RCD  NOT  =  SPACE
             ADD  +1  TO  HOZON-ERR-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 文書保存開始処理（文書番号は得意先コード＋請求年月）
      ********************************************************
       HOZON-START-RTN            SECTION.
           MOVE  SPACE       TO  KCBS060-P1.
           MOVE  "1"         TO  S060-FUNC.
           MOVE  "3"         TO  S060-DOC-KBN.
           MOVE  WK-OLD-KEY  TO  S060-DOC-NO.
           CALL  "KCBS060"  USING  KCBS060-P1.
           IF  S060-RCD  NOT  =  SPACE
             ADD  +1  TO  HOZON-ERR-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 文書保存終了処理（得意先・会社・税込請求額で索引を書く）
      ********************************************************
       HOZON-END-RTN              SECTION.
           MOVE  "3"              TO  S060-FUNC.
           MOVE  WK-OLD-TOKU-KEY  TO  S060-TOKU-COD.
           MOVE  WK-KAISHA-COD    TO  S060-KAISHA-COD.
           COMPUTE  S060-KINGAKU  =
                    WK-GOKEI-KINGAKU  +  WK-GOKEI-ZEI.
           MOVE  "KUBM065"        TO  S060-PGM-ID.
           CALL  "KCBS060"  USING  KCBS060-P1.
           IF  S060-RCD  NOT  =  SPACE
             ADD  +1  TO  HOZON-ERR-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 送信管理表明細出力処理
      ********************************************************
       OEF-WRITE-RTN              SECTION.
           MOVE  WK-LINE-CNT       TO  D1-LINE-CNT.
           MOVE  WK-GOKEI-KINGAKU  TO  D1-KINGAKU.
           MOVE  WK-GOKEI-ZEI      TO  D1-ZEI.
           MOVE  WK-KAISHA-COD     TO  D1-KAISHA-COD.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  OEF-CNT.
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           MOVE  "9"  TO  S060-FUNC.
           CALL  "KCBS060"  USING  KCBS060-P1.
           CLOSE  OEF-FILE
                  TRS-FILE
                  TOK-FILE
                  KAI-FILE.
           DISPLAY  "*** ITF-CNT="  ITF-CNT.
           DISPLAY  "*** DOC-CNT="  DOC-CNT.
           DISPLAY  "*** SKIP-CNT=" SKIP-CNT.
           DISPLAY  "*** OEF-CNT="  OEF-CNT.
           IF  HOZON-ERR-CNT  >  0
             DISPLAY  "*** KUBM065 HOZON ERROR CNT="  HOZON-ERR-CNT
                      " ***"
           END-IF.
           DISPLAY  "*** KUBM065   END ***".
       EXT.
           EXIT.
