000010******************************************************************
000020*    KJCF045 : 出荷先マスタメンテナンス申請ファイル    LRECL=106
000030******************************************************************
000040     03  JF045-ACTION-KBN            PIC  X(01).
000050     03  JF045-TOKU-COD              PIC  X(04).
000060     03  JF045-SHIP-COD              PIC  X(04).
000070     03  JF045-SHIP-MEI              PIC  X(20).
000080*    住所ブロック（CFSHK-YUBIN-NO／JUSHO／TELへ設定する値。
000081*    郵便番号は郵便番号マスタ（KCCFYUB）に無いものをKJBM145が
000082*    エラー"5"で落とし、住所の不一致は警告のみとする）
000090     03  JF045-YUBIN-NO              PIC  X(08).
000100     03  JF045-JUSHO                 PIC  X(50).
000110     03  JF045-TEL                   PIC  X(12).
000120     03  JF045-ERR-KBN               PIC  X(01).
000130*    配送ルート・立寄り順（CFSHK-ROUTE-COD／DROP-SEQへ設定する
000140*    値。ルートは配送ルートマスタ（KCCFRTE）に登録済みのこと）
000150     03  JF045-ROUTE-COD             PIC  X(03).
000160     03  JF045-DROP-SEQ              PIC  9(03).
