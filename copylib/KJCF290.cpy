000010******************************************************************
000020*    KJCF290 : セット組立・解体指図ファイル      LRECL=50
000030******************************************************************
000040*    人気のセット商品を事前に組み立てて完成品在庫とする指図
000050*    （作業区分"1"）と、売れ残ったセットを構成品へばらす指図
000060*    （作業区分"2"）の控え。KJBM360が構成品在庫とセット在庫
000070*    を指定倉庫で付け替え、処理結果を状態へ記帳する
000080     03  KSS-SHIJI-NO                PIC  9(06).
000090*    作業区分（"1"＝組立、"2"＝解体）
000100     03  KSS-SAGYO-KBN               PIC  X(01).
000110     03  KSS-KIT-SHOHIN-NO           PIC  X(05).
000120*    作業倉庫（"01"／"02"）
000130     03  KSS-WHS-COD                 PIC  X(02).
000140*    セット数量（基本単位）
000150     03  KSS-SURYO                   PIC  9(05).
000160*    作業日（YYYYMMDD。ゼロ＝処理日）
000170     03  KSS-SAGYO-DATE              PIC  9(08).
000180*    セットのロット番号（組立時はセットのロット別在庫へ積む
000190*    ロット、解体時は取り崩すロット。空白＝ロット未管理）
000200     03  KSS-LOT-NO                  PIC  X(10).
000210*    状態（空白＝未処理、"1"＝処理済、"9"＝エラー）
000220     03  KSS-STATUS                  PIC  X(01).
000230*    処理日（YYYYMMDD）
000240     03  KSS-SHORI-DATE              PIC  9(08).
000250     03  FILLER                      PIC  X(04).
