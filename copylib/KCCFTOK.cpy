000010******************************************************************
000020*    KCCFTOK : 得意先マスタファイル              LRECL=308
000030******************************************************************
000040     03  CFTOK-TOKU-COD              PIC  X(04).
000050     03  CFTOK-TOKU-MEI              PIC  X(20).
000470*    運賃請求金額（区分"1"＝無料となる受注金額しきい値、
000480*    区分"2"＝１出荷あたりの定額）
000490     03  CFTOK-UNCHIN-GAKU           PIC  9(07).
000500*    早期支払割引条件（請求締め日から割引日数以内の入金は
000510*    割引率％までの不足を割引として認める。KUBM190の入金
000520*    充当が参照する。ゼロ＝割引条件なし。既存マスタでは
000530*    未設定＝ゼロとして扱って構わない）
000540     03  CFTOK-WARIBIKI-DAYS         PIC  9(03).
000550     03  CFTOK-WARIBIKI-RITU         PIC  9(02)V9(02).
000560*    相殺先仕入先コード（仕入先マスタ（KCCFSIR）にも登録の
000570*    ある取引先の仕入先コード。売掛・買掛の相殺（KUBM250・
000580*    KUBM255）の対象とする。空白＝相殺しない）
000590     03  CFTOK-SOSAI-SIIRE-COD       PIC  X(06).
000600*    貸倒区分（"1"＝破産、"2"＝法的手続中（会社更生・民事
000610*    再生・特別清算等）。該当得意先の売掛は貸倒引当金計上
000620*    （KUBM260）で年齢区分によらず個別に１００％引き当てる。
000630*    空白・"0"＝該当なし）
000640     03  CFTOK-HASAN-KBN             PIC  X(01).
000650*    遅延損害金条件（支払期日を猶予日数超えて未消込の請求
000660*    に、期日翌日から年率％で日割り計算した損害金を請求
000670*    する。遅延損害金計算（KUBM270）が参照する。年率ゼロ＝
000680*    契約なし。免除フラグ"1"の得意先は計算しない）
000690     03  CFTOK-CHIEN-RITU            PIC  9(02)V9(02).
000700     03  CFTOK-CHIEN-YUYO-DAYS       PIC  9(03).
000710     03  CFTOK-CHIEN-MENJO-FLG       PIC  X(01).
000720*    前受取引先フラグ（"1"＝与信を与えず前受金（前払い）で
000730*    取引する得意先。KUBM190で充当しきれない入金を前受金
000740*    台帳（KUCF180）へ預かり、KUBM010の売上計上時に充当する）
000750     03  CFTOK-MAEUKE-FLG            PIC  X(01).
000760*    委託在庫場所（得意先の構内に預ける委託在庫の倉庫コード。
000770*    "01"・"02"以外の２桁で得意先ごとに一意に付番し、ロット
000780*    別在庫（KCCFLOT）・在庫移動ジャーナル（KJCF090）の倉庫
000790*    コードとして使う。空白＝委託在庫の取引なし）
000800     03  CFTOK-ITAKU-WHS             PIC  X(02).
000810*    輸出取引条件（外貨建て受注の輸出書類（KJBM410）が印字
000820*    する。インコタームズ＝ICCの３文字条件（EXW・FCA・FOB・
000830*    CIF・DAP・DDP等）と指定地（英文）、荷受人＝英文の名称・
000840*    住所２行・ISO 3166の２文字国コード。荷受人名称が空白の
000850*    得意先は得意先名・住所を荷受人として印字する）
000860     03  CFTOK-INCOTERMS             PIC  X(03).
000870     03  CFTOK-INCO-BASHO            PIC  X(20).
000880     03  CFTOK-CNSG-MEI              PIC  X(40).
000890     03  CFTOK-CNSG-JUSHO1           PIC  X(40).
000900     03  CFTOK-CNSG-JUSHO2           PIC  X(40).
000910     03  CFTOK-CNSG-KUNI             PIC  X(02).
000920*    会社コード（この得意先と取引する販売会社。会社マスタ
000930*    （KCCFKAI）のキー。空白＝"01"（従来からの会社）。受注・
000940*    売上・未決済明細・仕訳・受注番号帯を会社別に分ける）
000950     03  CFTOK-KAISHA-COD            PIC  X(02).
