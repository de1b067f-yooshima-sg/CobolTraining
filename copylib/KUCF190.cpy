000010******************************************************************
000020*    KUCF190 : 残高確認管理ファイル                LRECL=80
000030******************************************************************
000040*    期末の監査人向け残高確認書の発送控えと回答の管理簿。
000050*    残高確認書作成（KUBM300）が発送した得意先ごとに起こし、
000060*    返送された回答書の回答残高・差異を回答登録画面
000070*    （KUBM305）で記録する。未回答・差異ありの得意先は残高
000080*    確認フォローリスト（KUBM310）で追跡する
000090     03  KKN-KEY.
000100       05  KKN-TOKU-COD              PIC  X(04).
000110*    確認基準日（YYYYMMDD。残高確認の基準となる期末日）
000120       05  KKN-KIJUN-DATE            PIC  9(08).
000130*    選定区分（"1"＝残高しきい値以上、"2"＝無作為抽出）
000140     03  KKN-SENTEI-KBN              PIC  X(01).
000150*    当社帳簿残高（基準日現在の未消込残合計）と請求件数
000160     03  KKN-KAKUNIN-ZAN             PIC S9(09).
000170     03  KKN-KENSU                   PIC  9(03).
000180*    発送日・回答日（YYYYMMDD。回答日ゼロ＝未回答）
000190     03  KKN-HASSO-DATE              PIC  9(08).
000200     03  KKN-KAITO-DATE              PIC  9(08).
000210*    回答残高（得意先が回答書に記入した残高）と差異（当社
000220*    残高−回答残高）
000230     03  KKN-KAITO-ZAN               PIC S9(09).
000240     03  KKN-SAGAKU                  PIC S9(09).
000250*    状態（"0"＝回答待ち、"1"＝一致、"2"＝差異あり、"3"＝
000260*    差異解明済）
000270     03  KKN-STATUS                  PIC  X(01).
000280*    差異内容・解明内容の備考
000290     03  KKN-BIKO                    PIC  X(20).
