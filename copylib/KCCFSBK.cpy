000010******************************************************************
000020*    KCCFSBK : 仕入先振込口座マスタファイル          LRECL=60
000030******************************************************************
000040*    仕入先への支払の振込先口座。仕入先コードをキーとする
000050*    仕入先マスタ（KCCFSIR）の従属マスタで、支払実行
000060*    （KHBM050）の全銀フォーマット総合振込ファイル作成が
000070*    参照する。口座の無い仕入先は支払の対象外とする
000080     03  CFSBK-SIIRE-COD             PIC  X(06).
000090*    金融機関コード（全銀協統一コード４桁）
000100     03  CFSBK-GINKO-COD             PIC  9(04).
000110*    支店コード（３桁）
000120     03  CFSBK-SHITEN-COD            PIC  9(03).
000130*    預金種目（1＝普通、2＝当座）
000140     03  CFSBK-YOKIN-SYU             PIC  9(01).
000150     03  CFSBK-KOZA-NO               PIC  9(07).
000160*    口座名義（半角カナ）
000170     03  CFSBK-KOZA-MEI              PIC  X(30).
000180*    口座変更日（YYYYMMDD。口座情報を登録・変更した日）
000190     03  CFSBK-HENKO-DATE            PIC  9(08).
000200     03  FILLER                      PIC  X(01).
