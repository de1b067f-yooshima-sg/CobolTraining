000010******************************************************************
000020*    KJCF080 : 出荷指示運送便ファイル            LRECL=80
000030******************************************************************
000040*    KJBM110が出荷１件ごとに作成する運送会社割当の控え。
000050*    運送会社別マニフェストとして後続の積込・運賃照合に使う
000140     03  JF080-JURYO                 PIC  9(07)V9(2).
000150*    予定運賃
000160     03  JF080-UNCHIN                PIC  9(09).
000162*    危険物申告（商品マスタの危険物分類・国連番号・食品フラグ
000164*    と商品番号の控え。KJBM110のマニフェストが危険物申告を
000166*    印字し、KJBM250が便ごとの混載可否を判定する）
000168     03  JF080-KIKEN-KBN             PIC  X(01).
000170     03  JF080-UN-NO                 PIC  X(04).
000172     03  JF080-SHOKUHIN-FLG          PIC  X(01).
000174     03  JF080-SHOHIN-NO             PIC  X(05).
000176*    出荷数量（基本単位）・受注通貨コード・受注金額（受注
000177*    通貨建て、値引控除後）の控え。外貨建て受注の輸出書類
000178*    （KJBM410）がインボイス・パッキングリストに印字する
000179     03  JF080-SURYO                 PIC  9(07).
000180     03  JF080-CURRENCY              PIC  X(03).
000181     03  JF080-KINGAKU               PIC S9(09).
000182     03  FILLER                      PIC  X(10).
