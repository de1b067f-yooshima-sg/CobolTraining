000010******************************************************************
000020*    KCCFGIN : 金融機関店舗マスタファイル          LRECL=38
000030******************************************************************
000040*    全銀協の金融機関・店舗コード表。金融機関コードと店舗
000050*    コードをキーとし、口座振替口座マスタメンテナンス
000060*    （KUBM365）が申請された銀行・支店コードの実在確認に
000070*    使用する。内容は全銀協の公表データから外部で作成する
000080     03  CFGIN-KEY.
000090       05  CFGIN-GINKO-COD           PIC  9(04).
000100       05  CFGIN-SHITEN-COD          PIC  9(03).
000110*    金融機関名・店舗名（半角カナ）
000120     03  CFGIN-GINKO-MEI             PIC  X(15).
000130     03  CFGIN-SHITEN-MEI            PIC  X(15).
000140*    廃止フラグ（"1"＝廃止・統合済みの店舗。新たな口座の
000150*    登録・変更には使えない）
000160     03  CFGIN-HAISHI-FLG            PIC  X(01).
