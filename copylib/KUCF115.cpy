000070*    （UF010、データ区分"5"＝借方メモ・"6"＝貸方メモ）へ
000080*    流す。以降は通常の売上集計・残高更新・ＧＬ抽出・請求
000090*    明細のチェーンに乗る
000092*    苦情の値引対応は苦情対応申請作成（KUBM355）が貸方メモの
000094*    申請を起こす（理由＝"苦情"＋苦情番号＋苦情分類）
000100     03  MEM-NO                      PIC  9(06).
000110*    メモ区分（"1"＝借方（追加請求）、"2"＝貸方（値引）、
000112*    "3"＝遅延損害金（遅延損害金計算（KUBM270）が起こす借方
000114*    メモ。不課税のため計上時に消費税を付けない））
000120     03  MEM-KBN                     PIC  X(01).
000130     03  MEM-TOKU-COD                PIC  X(04).
000140*    元売上の受注番号＋行番号
