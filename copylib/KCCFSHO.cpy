000010******************************************************************
000020*    KCCFSHO : 商品マスタファイル                LRECL=309
000030******************************************************************
000040     03  CFSHO-SHOHIN-NO             PIC  X(05).
000050     03  CFSHO-SHOHIN-MEI            PIC  X(20).
000440       05  CFSHO-COST-HIST           OCCURS  5  TIMES.
000450         07  CFSHO-CHIST-EFF-DATE    PIC  9(08).
000460         07  CFSHO-CHIST-GENKA       PIC S9(05)V9(2).
000470*    直送フラグ（"1"＝大型品・受注生産品など仕入先から得意先へ
000480*    直接出荷する商品。新規受注はKJBM030が在庫を引き当てずに
000490*    直送区分を立て、直送発注書作成（KHBM015）が仕入先への
000500*    直送発注を起こす。当社の在庫数量は動かさない）
000510     03  CFSHO-CHOKUSO-FLG           PIC  X(01).
000520*    危険物分類（国連危険物分類のクラス番号"1"〜"9"。空白＝
000530*    危険物でない）と国連番号（UN番号の数字４桁）。運送便
000540*    割当（KJBM110）が分類を運べる運送会社だけを割り当て、
000550*    マニフェストへ危険物申告を印字する
000560     03  CFSHO-KIKEN-KBN             PIC  X(01).
000570     03  CFSHO-UN-NO                 PIC  X(04).
000580*    食品フラグ（"1"＝食品・食品添加物。積載便編成（KJBM250）
000590*    が危険物と同じ便に積まない）
000600     03  CFSHO-SHOKUHIN-FLG          PIC  X(01).
000610*    輸出通関情報（HSコード＝関税分類番号（統計品目番号９桁
000620*    まで左詰め）、原産国＝ISO 3166の２文字国コード、英文品名
000630*    ＝インボイス・パッキングリスト用の品名）。輸出書類作成
000640*    （KJBM410）が外貨建て受注の出荷書類へ印字する。英文品名
000650*    未設定の商品は商品名をそのまま印字する
000660     03  CFSHO-HS-COD                PIC  X(10).
000670     03  CFSHO-GENSANKOKU            PIC  X(02).
000680     03  CFSHO-SHOHIN-MEI-EN         PIC  X(30).
000690*    商品分類コード（大分類２桁＋中分類２桁＋小分類２桁。商品
000700*    分類マスタ（KCCFBNR）の小分類の行を指す。空白＝未分類。
000710*    商品分類別売上月報（KUBM330）が分類階層へ積み上げる）
000720     03  CFSHO-BUNRUI-COD.
000730       05  CFSHO-DAI-BUNRUI          PIC  X(02).
000740       05  CFSHO-CHU-BUNRUI          PIC  X(02).
000750       05  CFSHO-SHO-BUNRUI          PIC  X(02).
000760*    シリアル管理フラグ（"1"＝機器など１台ごとにシリアル番号で
000770*    管理する商品。入庫（KJBM115）は１台１行でシリアル番号を
000780*    申告させ、ピッキング実績取込（KJBM255）は有効なシリアル
000790*    番号の揃わない実績を受け付けない。所在と履歴はシリアル
000800*    番号ファイル（KCCFSER・KJCF380）で管理する）
000810     03  CFSHO-SERIAL-FLG            PIC  X(01).
000820*    保証期間（月数。出荷日から起算する。ゼロ＝保証なし。
000830*    シリアル番号照会（KJBM460）が保証期限を表示する）
000840     03  CFSHO-HOSHO-MM              PIC  9(03).
000850*    季節品フラグ（"1"＝季節変動の大きい商品。補充発注推奨
000860*    （KJBM130）は直近の売上ペースではなく需要予測（KJCF390）
000870*    の当月予測を月間ペースに使う）
000880     03  CFSHO-KISETSU-FLG           PIC  X(01).
