000010******************************************************************
000020*    KJCF050 : 得意先マスタメンテナンス申請ファイル    LRECL=346
000030******************************************************************
000040     03  JF050-ACTION-KBN            PIC  X(01).
000050     03  JF050-TOKU-COD              PIC  X(04).
000160*    親得意先（グループ）コード（CFTOK-PARENT-CODへ設定
000170*    する値。空白＝単独請求）
000180     03  JF050-PARENT-COD            PIC  X(04).
000190*    住所ブロック（CFTOK-YUBIN-NO／JUSHO／TELへ設定する値。
000191*    郵便番号は郵便番号マスタ（KCCFYUB）に無いものをKJBM080が
000192*    エラー"6"で落とし、住所の不一致は警告のみとする）
000200     03  JF050-YUBIN-NO              PIC  X(08).
000210     03  JF050-JUSHO                 PIC  X(50).
000220     03  JF050-TEL                   PIC  X(12).
000330*    値。区分は"1"〜"3"以外を空白＝請求しないとして扱う）
000340     03  JF050-UNCHIN-KBN            PIC  X(01).
000350     03  JF050-UNCHIN-GAKU           PIC  9(07).
000351*    早期支払割引条件（CFTOK-WARIBIKI-DAYS／RITUへ設定する
000352*    値。非数字はゼロ＝割引条件なしとして扱う）
000353     03  JF050-WARIBIKI-DAYS         PIC  9(03).
000354     03  JF050-WARIBIKI-RITU         PIC  9(02)V9(02).
000355*    相殺先仕入先コード（CFTOK-SOSAI-SIIRE-CODへ設定する値。
000356*    空白＝相殺しない）
000357     03  JF050-SOSAI-SIIRE-COD       PIC  X(06).
000358*    貸倒区分（CFTOK-HASAN-KBNへ設定する値。"1"＝破産、
000359*    "2"＝法的手続中、空白／"0"＝該当なし）
000360     03  JF050-HASAN-KBN             PIC  X(01).
000361*    遅延損害金条件（CFTOK-CHIEN-RITU／YUYO-DAYS／MENJO-FLG
000362*    へ設定する値。非数字はゼロ＝契約なしとして扱う）
000363     03  JF050-CHIEN-RITU            PIC  9(02)V9(02).
000364     03  JF050-CHIEN-YUYO-DAYS       PIC  9(03).
000365     03  JF050-CHIEN-MENJO-FLG       PIC  X(01).
000366*    前受取引先フラグ（CFTOK-MAEUKE-FLGへ設定する値。"1"＝
000367*    前受取引先、空白／"0"＝通常の掛取引）
000368     03  JF050-MAEUKE-FLG            PIC  X(01).
000369*    委託在庫場所（CFTOK-ITAKU-WHSへ設定する値。"01"・"02"
000370*    は倉庫のため受け付けず空白とする。空白＝委託なし）
000371     03  JF050-ITAKU-WHS             PIC  X(02).
000372*    輸出取引条件（CFTOK-INCOTERMS／INCO-BASHO／CNSG-MEI／
000373*    CNSG-JUSHO1・2／CNSG-KUNIへ設定する値）
000374     03  JF050-INCOTERMS             PIC  X(03).
000375     03  JF050-INCO-BASHO            PIC  X(20).
000376     03  JF050-CNSG-MEI              PIC  X(40).
000377     03  JF050-CNSG-JUSHO1           PIC  X(40).
000378     03  JF050-CNSG-JUSHO2           PIC  X(40).
000379     03  JF050-CNSG-KUNI             PIC  X(02).
000380*    会社コード（CFTOK-KAISHA-CODへ設定する値。会社マスタ
000381*    （KCCFKAI）に登録済みのコードのみ有効。空白＝"01"）
000382     03  JF050-KAISHA-COD            PIC  X(02).
000383*    変更の適用日（YYYYMMDD。処理日より後の日付を指定した変更
000384*    申請はKJBM080が保留変更ファイル（KJCF370）へ控え、当日に
000385*    KJBM430が取り出して適用する。ゼロ・非数字・処理日以前は
000386*    即時適用。追加・削除には指定できない）
000387     03  JF050-EFF-DATE              PIC  9(08).
000388*    承認ワークフロー（申請者ＩＤは起票時に、承認者ＩＤ・
000389*    承認区分（"1"＝承認、"2"＝却下）・コメントはKJBM150の
000390*    承認画面で設定する。KJBM080は承認区分"1"かつ申請者と
000391*    承認者が異なる申請のみを適用する）
000392     03  JF050-APPLY-USER            PIC  X(08).
000393     03  JF050-APPROVE-USER          PIC  X(08).
000394     03  JF050-APPROVE-FLG           PIC  X(01).
000395     03  JF050-APPROVE-COMMENT       PIC  X(20).
000396     03  JF050-ERR-KBN               PIC  X(01).
