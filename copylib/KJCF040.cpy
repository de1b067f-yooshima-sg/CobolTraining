000010******************************************************************
000020*    KJCF040 : 商品マスタメンテナンス申請ファイル      LRECL=182
000030******************************************************************
000040     03  JF040-ACTION-KBN            PIC  X(01).
000050     03  JF040-SHOHIN-NO             PIC  X(05).
000102*    標準原価（CFSHO-GENKAへ設定する値。変更時は旧原価が
000103*    履歴へ退避される）
000104     03  JF040-GENKA                 PIC S9(05)V9(2).
000105*    直送フラグ（CFSHO-CHOKUSO-FLGへ設定する値。"1"＝直送品）
000106     03  JF040-CHOKUSO-FLG           PIC  X(01).
000107*    危険物分類・国連番号・食品フラグ（CFSHO-KIKEN-KBN／UN-NO／
000108*    SHOKUHIN-FLGへ設定する値）
000109     03  JF040-KIKEN-KBN             PIC  X(01).
000110     03  JF040-UN-NO                 PIC  X(04).
000111     03  JF040-SHOKUHIN-FLG          PIC  X(01).
000112*    輸出通関情報（CFSHO-HS-COD／GENSANKOKU／SHOHIN-MEI-ENへ
000113*    設定する値）
000114     03  JF040-HS-COD                PIC  X(10).
000115     03  JF040-GENSANKOKU            PIC  X(02).
000116     03  JF040-SHOHIN-MEI-EN         PIC  X(30).
000117*    商品分類コード（CFSHO-BUNRUI-CODへ設定する値。商品分類
000118*    マスタの小分類の行に無いコードはKJBM070がエラーとする。
000119*    空白＝未分類）
000120     03  JF040-BUNRUI-COD            PIC  X(06).
000121*    シリアル管理フラグ（"1"＝シリアル番号で１台ごとに管理する
000122*    商品）と保証期間（月数。ゼロ＝保証なし）
000123     03  JF040-SERIAL-FLG            PIC  X(01).
000124     03  JF040-HOSHO-MM              PIC  9(03).
000125*    季節品フラグ（"1"＝需要予測で補充判断する季節品）
000126     03  JF040-KISETSU-FLG           PIC  X(01).
000127*    承認ワークフロー（申請者ＩＤは起票時に、承認者ＩＤ・
000128*    承認区分（"1"＝承認、"2"＝却下）・コメントはKJBM150の
000129*    承認画面で設定する。KJBM070は承認区分"1"かつ申請者と
000130*    承認者が異なる申請のみを適用する）
000131     03  JF040-APPLY-USER            PIC  X(08).
000132     03  JF040-APPROVE-USER          PIC  X(08).
000133     03  JF040-APPROVE-FLG           PIC  X(01).
000134     03  JF040-APPROVE-COMMENT       PIC  X(20).
000135     03  JF040-ERR-KBN               PIC  X(01).
