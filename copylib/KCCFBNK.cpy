000010******************************************************************
000020*    KCCFBNK : 得意先口座振替マスタファイル          LRECL=75
000030******************************************************************
000040*    口座振替契約のある得意先の引落口座情報。得意先コードを
000050*    キーとする得意先マスタ（KCCFTOK）の従属マスタで、
000060*    KUBM075の全銀フォーマット引落依頼ファイル作成が参照
000070*    する。口座情報は口座振替口座マスタメンテナンス（KUBM365）
000072*    が承認済みの申請（KUCF225）だけで更新する
000080     03  CFBNK-TOKU-COD              PIC  X(04).
000090*    金融機関コード（全銀協統一コード４桁）
000100     03  CFBNK-GINKO-COD             PIC  9(04).
000180*    口座振替契約フラグ（"1"＝契約中。契約の無い得意先は
000190*    引落依頼の対象外とする）
000200     03  CFBNK-ITAKU-FLG             PIC  X(01).
000210*    口座変更日（YYYYMMDD。口座情報を登録・変更した日。返金
000220*    振込（KUBM285・KUBM290）は変更後３０日以内の口座への
000230*    振込に二次承認を求める。ゼロ＝変更記録なし）
000240     03  CFBNK-HENKO-DATE            PIC  9(08).
000250*    口座振替依頼書受領日（YYYYMMDD。得意先から口座振替依頼書
000260*    を受け取った日。ゼロ＝未受領）
000270     03  CFBNK-IRAI-DATE             PIC  9(08).
000280*    口座確認区分（空白・"0"＝確認済み、"1"＝確認待ち、"9"＝
000290*    確認不能）。KUBM365が口座を登録・変更すると"1"とし、
000300*    ゼロ円の口座確認結果をKUBM375が取り込んで"0"または"9"
000310*    とする。"1"・"9"の得意先は口座振替依頼（KUBM075）で
000320*    引落を保留する
000330     03  CFBNK-KAKUNIN-KBN           PIC  X(01).
000340*    口座確認日（YYYYMMDD。確認結果を取り込んだ日）
000350     03  CFBNK-KAKUNIN-DATE          PIC  9(08).
