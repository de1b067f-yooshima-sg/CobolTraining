000010******************************************************************
000020*    KCCFSHK : 出荷先マスタファイル             LRECL=104
000030******************************************************************
000040     03  CFSHK-KEY.
000050       05  CFSHK-TOKU-COD            PIC  X(04).
000090     03  CFSHK-YUBIN-NO              PIC  X(08).
000100     03  CFSHK-JUSHO                 PIC  X(50).
000110     03  CFSHK-TEL                   PIC  X(12).
000120*    配送ルート（配送ルートマスタKCCFRTEのキー。空白＝自社便の
000130*    ルート外）と立寄り順（ルート内で何番目に回るか）。請求先
000140*    住所への配送ルートは出荷先コード空白の行で登録する
000150     03  CFSHK-ROUTE-COD             PIC  X(03).
000160     03  CFSHK-DROP-SEQ              PIC  9(03).
