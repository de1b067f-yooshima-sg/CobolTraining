       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            KCBS070.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：共通
      * プログラム名  ：匿名化値生成サービス
      * 作成日／作成者：２０２６年１０月１５日  システム技研
      * 変更日／変更者：
      *       変更内容：
      ******************************************************************
      *    本番データからテスト用の匿名化コピーを作る共通サブ
      *    ルーチン。連携パラメタ（KCBS070P）で呼び出す。
      *    識別キー（区分文字＋得意先コード等）を発行文書保存
      *    サービス（KCBS060）と同じ方法（１バイトずつ「前の値×
      *    乗数＋文字コード値」を１２桁の素数で割った余り）で
      *    乗数１３１と１３７の２通りに畳み込み、その値から姓・
      *    名・業種の表の位置と番地・電話番号・口座番号の数字を
      *    決める。乱数・日付・本物の値は使わないため、同じキー
      *    には何回実行しても同じ値を返す。
      *    法人名は「株式会社＋姓＋業種」または「姓＋業種＋株式
      *    会社」、口座名義はその半角カナ（"ｶ)"を前後に付ける）、
      *    個人名は「姓　名」とする。
      *    住所は本物の郵便番号の上３桁（配達地域。運賃の地域
      *    区分・会社割当の地域判定を本番と同じにするため）だけ
      *    を使い、郵便番号マスタ（KCCFYUB、外部名YUB）から
      *    同じ上３桁の実在の郵便番号をキーで決めて読み、その
      *    都道府県・市区町村・町域に架空の番地を付ける。同じ
      *    上３桁が無いときは東京都千代田区丸の内とし、"Y"を
      *    返す。郵便番号が形式不正・未設定のときは全国から
      *    選ぶ。マスタは初回の"3"でオープンし、"9"でクローズ
      *    する
      ******************************************************************
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT  YUB-FILE  ASSIGN  TO  EXTERNAL  YUB
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  CFYUB-YUBIN-NO
                   FILE STATUS   IS  WK-YUB-STS.
      *
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  YUB-FILE.
       01  YUB-REC.
           COPY  KCCFYUB.
      *
       WORKING-STORAGE        SECTION.
       01  WK-YUB-OPEN-FLG    PIC  X(01) VALUE  "N".
       01  WK-YUB-STS         PIC  X(02) VALUE  SPACE.
       01  WK-YUB-FOUND-FLG   PIC  X(01) VALUE  "0".
      *    郵便番号（入力の数字７桁・ハイフン有無・配達地域）
       01  WK-YUBIN7          PIC  X(07) VALUE  SPACE.
       01  WK-HYPHEN-FLG      PIC  X(01) VALUE  SPACE.
       01  WK-CHIIKI          PIC  X(03) VALUE  SPACE.
       01  WK-START-KEY.
         02  WK-START-CHIIKI  PIC  X(03) VALUE  SPACE.
         02  WK-START-BANGO   PIC  9(04) VALUE  ZERO.
       01  WK-START-ZENKOKU   PIC  9(07) VALUE  ZERO.
      *    キーの畳み込み
       01  WK-HASH            PIC  9(12) VALUE  ZERO.
       01  WK-HASH-A          PIC  9(12) VALUE  ZERO.
       01  WK-HASH-B          PIC  9(12) VALUE  ZERO.
       01  WK-HASH-MUL        PIC  9(03) VALUE  ZERO.
       01  WK-HASH-MOD        PIC  9(12) VALUE  999999999989.
       01  WK-HASH-WORK       PIC  9(15) VALUE  ZERO.
       01  WK-HASH-Q          PIC  9(05) VALUE  ZERO.
       01  WK-HASH-IX         PIC S9(04) COMP    VALUE  +0.
      *    値の取り出し（商・余り）
       01  WK-Q1              PIC  9(12) VALUE  ZERO.
       01  WK-Q2              PIC  9(12) VALUE  ZERO.
       01  WK-Q3              PIC  9(12) VALUE  ZERO.
       01  WK-AMARI           PIC  9(07) VALUE  ZERO.
       01  WK-SEI-IX          PIC S9(04) COMP    VALUE  +0.
       01  WK-MEI-IX          PIC S9(04) COMP    VALUE  +0.
       01  WK-GYO-IX          PIC S9(04) COMP    VALUE  +0.
       01  WK-MACHI-IX        PIC S9(04) COMP    VALUE  +0.
      *    会社形態（0＝前株、1＝後株）
       01  WK-KEITAI          PIC  9(01) VALUE  ZERO.
      *    番地（丁目・番・号）・英文住所の番地・部屋番号
       01  WK-CHOME           PIC  9(02) VALUE  ZERO.
       01  WK-BAN             PIC  9(02) VALUE  ZERO.
       01  WK-GO              PIC  9(02) VALUE  ZERO.
       01  WK-CHOME-E         PIC  Z9.
       01  WK-BAN-E           PIC  Z9.
       01  WK-GO-E            PIC  Z9.
       01  WK-EN-BANCHI       PIC  9(04) VALUE  ZERO.
       01  WK-EN-BANCHI-E     PIC  ZZZ9.
       01  WK-EN-HEYA         PIC  9(03) VALUE  ZERO.
      *    電話番号（市外局番・市内局番・加入者番号）
       01  WK-TEL-SHIGAI      PIC  9(02) VALUE  ZERO.
       01  WK-TEL-SHINAI      PIC  9(03) VALUE  ZERO.
       01  WK-TEL-KANYU       PIC  9(04) VALUE  ZERO.
      *    姓（漢字・半角カナ・英字）
       01  WK-SEI-V.
         02  FILLER           PIC  X(06) VALUE  "佐藤".
         02  FILLER           PIC  X(06) VALUE  "ｻﾄｳ".
         02  FILLER           PIC  X(10) VALUE  "SATO".
         02  FILLER           PIC  X(06) VALUE  "鈴木".
         02  FILLER           PIC  X(06) VALUE  "ｽｽﾞｷ".
         02  FILLER           PIC  X(10) VALUE  "SUZUKI".
         02  FILLER           PIC  X(06) VALUE  "高橋".
         02  FILLER           PIC  X(06) VALUE  "ﾀｶﾊｼ".
         02  FILLER           PIC  X(10) VALUE  "TAKAHASHI".
         02  FILLER           PIC  X(06) VALUE  "田中".
         02  FILLER           PIC  X(06) VALUE  "ﾀﾅｶ".
         02  FILLER           PIC  X(10) VALUE  "TANAKA".
         02  FILLER           PIC  X(06) VALUE  "伊藤".
         02  FILLER           PIC  X(06) VALUE  "ｲﾄｳ".
         02  FILLER           PIC  X(10) VALUE  "ITO".
         02  FILLER           PIC  X(06) VALUE  "渡辺".
         02  FILLER           PIC  X(06) VALUE  "ﾜﾀﾅﾍﾞ".
         02  FILLER           PIC  X(10) VALUE  "WATANABE".
         02  FILLER           PIC  X(06) VALUE  "山本".
         02  FILLER           PIC  X(06) VALUE  "ﾔﾏﾓﾄ".
         02  FILLER           PIC  X(10) VALUE  "YAMAMOTO".
         02  FILLER           PIC  X(06) VALUE  "中村".
         02  FILLER           PIC  X(06) VALUE  "ﾅｶﾑﾗ".
         02  FILLER           PIC  X(10) VALUE  "NAKAMURA".
         02  FILLER           PIC  X(06) VALUE  "小林".
         02  FILLER           PIC  X(06) VALUE  "ｺﾊﾞﾔｼ".
         02  FILLER           PIC  X(10) VALUE  "KOBAYASHI".
         02  FILLER           PIC  X(06) VALUE  "加藤".
         02  FILLER           PIC  X(06) VALUE  "ｶﾄｳ".
         02  FILLER           PIC  X(10) VALUE  "KATO".
         02  FILLER           PIC  X(06) VALUE  "吉田".
         02  FILLER           PIC  X(06) VALUE  "ﾖｼﾀﾞ".
         02  FILLER           PIC  X(10) VALUE  "YOSHIDA".
         02  FILLER           PIC  X(06) VALUE  "山田".
         02  FILLER           PIC  X(06) VALUE  "ﾔﾏﾀﾞ".
         02  FILLER           PIC  X(10) VALUE  "YAMADA".
         02  FILLER           PIC  X(06) VALUE  "佐々木".
         02  FILLER           PIC  X(06) VALUE  "ｻｻｷ".
         02  FILLER           PIC  X(10) VALUE  "SASAKI".
         02  FILLER           PIC  X(06) VALUE  "山口".
         02  FILLER           PIC  X(06) VALUE  "ﾔﾏｸﾞﾁ".
         02  FILLER           PIC  X(10) VALUE  "YAMAGUCHI".
         02  FILLER           PIC  X(06) VALUE  "松本".
         02  FILLER           PIC  X(06) VALUE  "ﾏﾂﾓﾄ".
         02  FILLER           PIC  X(10) VALUE  "MATSUMOTO".
         02  FILLER           PIC  X(06) VALUE  "井上".
         02  FILLER           PIC  X(06) VALUE  "ｲﾉｳｴ".
         02  FILLER           PIC  X(10) VALUE  "INOUE".
         02  FILLER           PIC  X(06) VALUE  "木村".
         02  FILLER           PIC  X(06) VALUE  "ｷﾑﾗ".
         02  FILLER           PIC  X(10) VALUE  "KIMURA".
         02  FILLER           PIC  X(06) VALUE  "林".
         02  FILLER           PIC  X(06) VALUE  "ﾊﾔｼ".
         02  FILLER           PIC  X(10) VALUE  "HAYASHI".
         02  FILLER           PIC  X(06) VALUE  "斎藤".
         02  FILLER           PIC  X(06) VALUE  "ｻｲﾄｳ".
         02  FILLER           PIC  X(10) VALUE  "SAITO".
         02  FILLER           PIC  X(06) VALUE  "清水".
         02  FILLER           PIC  X(06) VALUE  "ｼﾐｽﾞ".
         02  FILLER           PIC  X(10) VALUE  "SHIMIZU".
         02  FILLER           PIC  X(06) VALUE  "山崎".
         02  FILLER           PIC  X(06) VALUE  "ﾔﾏｻﾞｷ".
         02  FILLER           PIC  X(10) VALUE  "YAMAZAKI".
         02  FILLER           PIC  X(06) VALUE  "森".
         02  FILLER           PIC  X(06) VALUE  "ﾓﾘ".
         02  FILLER           PIC  X(10) VALUE  "MORI".
         02  FILLER           PIC  X(06) VALUE  "池田".
         02  FILLER           PIC  X(06) VALUE  "ｲｹﾀﾞ".
         02  FILLER           PIC  X(10) VALUE  "IKEDA".
         02  FILLER           PIC  X(06) VALUE  "橋本".
         02  FILLER           PIC  X(06) VALUE  "ﾊｼﾓﾄ".
         02  FILLER           PIC  X(10) VALUE  "HASHIMOTO".
         02  FILLER           PIC  X(06) VALUE  "阿部".
         02  FILLER           PIC  X(06) VALUE  "ｱﾍﾞ".
         02  FILLER           PIC  X(10) VALUE  "ABE".
         02  FILLER           PIC  X(06) VALUE  "石川".
         02  FILLER           PIC  X(06) VALUE  "ｲｼｶﾜ".
         02  FILLER           PIC  X(10) VALUE  "ISHIKAWA".
         02  FILLER           PIC  X(06) VALUE  "山下".
         02  FILLER           PIC  X(06) VALUE  "ﾔﾏｼﾀ".
         02  FILLER           PIC  X(10) VALUE  "YAMASHITA".
         02  FILLER           PIC  X(06) VALUE  "中島".
         02  FILLER           PIC  X(06) VALUE  "ﾅｶｼﾞﾏ".
         02  FILLER           PIC  X(10) VALUE  "NAKAJIMA".
         02  FILLER           PIC  X(06) VALUE  "石井".
         02  FILLER           PIC  X(06) VALUE  "ｲｼｲ".
         02  FILLER           PIC  X(10) VALUE  "ISHII".
         02  FILLER           PIC  X(06) VALUE  "小川".
         02  FILLER           PIC  X(06) VALUE  "ｵｶﾞﾜ".
         02  FILLER           PIC  X(10) VALUE  "OGAWA".
         02  FILLER           PIC  X(06) VALUE  "前田".
         02  FILLER           PIC  X(06) VALUE  "ﾏｴﾀﾞ".
         02  FILLER           PIC  X(10) VALUE  "MAEDA".
         02  FILLER           PIC  X(06) VALUE  "岡田".
         02  FILLER           PIC  X(06) VALUE  "ｵｶﾀﾞ".
         02  FILLER           PIC  X(10) VALUE  "OKADA".
         02  FILLER           PIC  X(06) VALUE  "長谷川".
         02  FILLER           PIC  X(06) VALUE  "ﾊｾｶﾞﾜ".
         02  FILLER           PIC  X(10) VALUE  "HASEGAWA".
         02  FILLER           PIC  X(06) VALUE  "藤田".
         02  FILLER           PIC  X(06) VALUE  "ﾌｼﾞﾀ".
         02  FILLER           PIC  X(10) VALUE  "FUJITA".
         02  FILLER           PIC  X(06) VALUE  "後藤".
         02  FILLER           PIC  X(06) VALUE  "ｺﾞﾄｳ".
         02  FILLER           PIC  X(10) VALUE  "GOTO".
         02  FILLER           PIC  X(06) VALUE  "近藤".
         02  FILLER           PIC  X(06) VALUE  "ｺﾝﾄﾞｳ".
         02  FILLER           PIC  X(10) VALUE  "KONDO".
         02  FILLER           PIC  X(06) VALUE  "村上".
         02  FILLER           PIC  X(06) VALUE  "ﾑﾗｶﾐ".
         02  FILLER           PIC  X(10) VALUE  "MURAKAMI".
         02  FILLER           PIC  X(06) VALUE  "遠藤".
         02  FILLER           PIC  X(06) VALUE  "ｴﾝﾄﾞｳ".
         02  FILLER           PIC  X(10) VALUE  "ENDO".
         02  FILLER           PIC  X(06) VALUE  "青木".
         02  FILLER           PIC  X(06) VALUE  "ｱｵｷ".
         02  FILLER           PIC  X(10) VALUE  "AOKI".
         02  FILLER           PIC  X(06) VALUE  "坂本".
         02  FILLER           PIC  X(06) VALUE  "ｻｶﾓﾄ".
         02  FILLER           PIC  X(10) VALUE  "SAKAMOTO".
         02  FILLER           PIC  X(06) VALUE  "福田".
         02  FILLER           PIC  X(06) VALUE  "ﾌｸﾀﾞ".
         02  FILLER           PIC  X(10) VALUE  "FUKUDA".
         02  FILLER           PIC  X(06) VALUE  "太田".
         02  FILLER           PIC  X(06) VALUE  "ｵｵﾀ".
         02  FILLER           PIC  X(10) VALUE  "OTA".
         02  FILLER           PIC  X(06) VALUE  "西村".
         02  FILLER           PIC  X(06) VALUE  "ﾆｼﾑﾗ".
         02  FILLER           PIC  X(10) VALUE  "NISHIMURA".
         02  FILLER           PIC  X(06) VALUE  "藤井".
         02  FILLER           PIC  X(06) VALUE  "ﾌｼﾞｲ".
         02  FILLER           PIC  X(10) VALUE  "FUJII".
         02  FILLER           PIC  X(06) VALUE  "金子".
         02  FILLER           PIC  X(06) VALUE  "ｶﾈｺ".
         02  FILLER           PIC  X(10) VALUE  "KANEKO".
         02  FILLER           PIC  X(06) VALUE  "岡本".
         02  FILLER           PIC  X(06) VALUE  "ｵｶﾓﾄ".
         02  FILLER           PIC  X(10) VALUE  "OKAMOTO".
         02  FILLER           PIC  X(06) VALUE  "藤原".
         02  FILLER           PIC  X(06) VALUE  "ﾌｼﾞﾜﾗ".
         02  FILLER           PIC  X(10) VALUE  "FUJIWARA".
         02  FILLER           PIC  X(06) VALUE  "中野".
         02  FILLER           PIC  X(06) VALUE  "ﾅｶﾉ".
         02  FILLER           PIC  X(10) VALUE  "NAKANO".
         02  FILLER           PIC  X(06) VALUE  "三浦".
         02  FILLER           PIC  X(06) VALUE  "ﾐｳﾗ".
         02  FILLER           PIC  X(10) VALUE  "MIURA".
         02  FILLER           PIC  X(06) VALUE  "原田".
         02  FILLER           PIC  X(06) VALUE  "ﾊﾗﾀﾞ".
         02  FILLER           PIC  X(10) VALUE  "HARADA".
       01  WK-SEI-TBL  REDEFINES  WK-SEI-V.
         02  WK-SEI-ENT       OCCURS  50  TIMES.
           03  WK-SEI-KANJI   PIC  X(06).
           03  WK-SEI-KANA    PIC  X(06).
           03  WK-SEI-EIJI    PIC  X(10).
      *    名（漢字・半角カナ・英字）
       01  WK-MEI-V.
         02  FILLER           PIC  X(06) VALUE  "太郎".
         02  FILLER           PIC  X(06) VALUE  "ﾀﾛｳ".
         02  FILLER           PIC  X(10) VALUE  "TARO".
         02  FILLER           PIC  X(06) VALUE  "一郎".
         02  FILLER           PIC  X(06) VALUE  "ｲﾁﾛｳ".
         02  FILLER           PIC  X(10) VALUE  "ICHIRO".
         02  FILLER           PIC  X(06) VALUE  "健太".
         02  FILLER           PIC  X(06) VALUE  "ｹﾝﾀ".
         02  FILLER           PIC  X(10) VALUE  "KENTA".
         02  FILLER           PIC  X(06) VALUE  "大輔".
         02  FILLER           PIC  X(06) VALUE  "ﾀﾞｲｽｹ".
         02  FILLER           PIC  X(10) VALUE  "DAISUKE".
         02  FILLER           PIC  X(06) VALUE  "翔太".
         02  FILLER           PIC  X(06) VALUE  "ｼﾖｳﾀ".
         02  FILLER           PIC  X(10) VALUE  "SHOTA".
         02  FILLER           PIC  X(06) VALUE  "直樹".
         02  FILLER           PIC  X(06) VALUE  "ﾅｵｷ".
         02  FILLER           PIC  X(10) VALUE  "NAOKI".
         02  FILLER           PIC  X(06) VALUE  "浩二".
         02  FILLER           PIC  X(06) VALUE  "ｺｳｼﾞ".
         02  FILLER           PIC  X(10) VALUE  "KOJI".
         02  FILLER           PIC  X(06) VALUE  "誠".
         02  FILLER           PIC  X(06) VALUE  "ﾏｺﾄ".
         02  FILLER           PIC  X(10) VALUE  "MAKOTO".
         02  FILLER           PIC  X(06) VALUE  "修".
         02  FILLER           PIC  X(06) VALUE  "ｵｻﾑ".
         02  FILLER           PIC  X(10) VALUE  "OSAMU".
         02  FILLER           PIC  X(06) VALUE  "聡".
         02  FILLER           PIC  X(06) VALUE  "ｻﾄｼ".
         02  FILLER           PIC  X(10) VALUE  "SATOSHI".
         02  FILLER           PIC  X(06) VALUE  "花子".
         02  FILLER           PIC  X(06) VALUE  "ﾊﾅｺ".
         02  FILLER           PIC  X(10) VALUE  "HANAKO".
         02  FILLER           PIC  X(06) VALUE  "美咲".
         02  FILLER           PIC  X(06) VALUE  "ﾐｻｷ".
         02  FILLER           PIC  X(10) VALUE  "MISAKI".
         02  FILLER           PIC  X(06) VALUE  "陽子".
         02  FILLER           PIC  X(06) VALUE  "ﾖｳｺ".
         02  FILLER           PIC  X(10) VALUE  "YOKO".
         02  FILLER           PIC  X(06) VALUE  "恵子".
         02  FILLER           PIC  X(06) VALUE  "ｹｲｺ".
         02  FILLER           PIC  X(10) VALUE  "KEIKO".
         02  FILLER           PIC  X(06) VALUE  "由美".
         02  FILLER           PIC  X(06) VALUE  "ﾕﾐ".
         02  FILLER           PIC  X(10) VALUE  "YUMI".
         02  FILLER           PIC  X(06) VALUE  "裕子".
         02  FILLER           PIC  X(06) VALUE  "ﾕｳｺ".
         02  FILLER           PIC  X(10) VALUE  "YUKO".
         02  FILLER           PIC  X(06) VALUE  "直美".
         02  FILLER           PIC  X(06) VALUE  "ﾅｵﾐ".
         02  FILLER           PIC  X(10) VALUE  "NAOMI".
         02  FILLER           PIC  X(06) VALUE  "明美".
         02  FILLER           PIC  X(06) VALUE  "ｱｹﾐ".
         02  FILLER           PIC  X(10) VALUE  "AKEMI".
         02  FILLER           PIC  X(06) VALUE  "真由美".
         02  FILLER           PIC  X(06) VALUE  "ﾏﾕﾐ".
         02  FILLER           PIC  X(10) VALUE  "MAYUMI".
         02  FILLER           PIC  X(06) VALUE  "智子".
         02  FILLER           PIC  X(06) VALUE  "ﾄﾓｺ".
         02  FILLER           PIC  X(10) VALUE  "TOMOKO".
       01  WK-MEI-TBL  REDEFINES  WK-MEI-V.
         02  WK-MEI-ENT       OCCURS  20  TIMES.
           03  WK-MEI-KANJI   PIC  X(06).
           03  WK-MEI-KANA    PIC  X(06).
           03  WK-MEI-EIJI    PIC  X(10).
      *    業種（漢字・半角カナ・英字）
       01  WK-GYO-V.
         02  FILLER           PIC  X(06) VALUE  "商事".
         02  FILLER           PIC  X(06) VALUE  "ｼﾖｳｼﾞ".
         02  FILLER           PIC  X(14) VALUE  "TRADING".
         02  FILLER           PIC  X(06) VALUE  "物産".
         02  FILLER           PIC  X(06) VALUE  "ﾌﾞﾂｻﾝ".
         02  FILLER           PIC  X(14) VALUE  "BUSSAN".
         02  FILLER           PIC  X(06) VALUE  "商店".
         02  FILLER           PIC  X(06) VALUE  "ｼﾖｳﾃﾝ".
         02  FILLER           PIC  X(14) VALUE  "SHOTEN".
         02  FILLER           PIC  X(06) VALUE  "産業".
         02  FILLER           PIC  X(06) VALUE  "ｻﾝｷﾞﾖｳ".
         02  FILLER           PIC  X(14) VALUE  "INDUSTRIES".
         02  FILLER           PIC  X(06) VALUE  "工業".
         02  FILLER           PIC  X(06) VALUE  "ｺｳｷﾞﾖｳ".
         02  FILLER           PIC  X(14) VALUE  "KOGYO".
         02  FILLER           PIC  X(06) VALUE  "商会".
         02  FILLER           PIC  X(06) VALUE  "ｼﾖｳｶｲ".
         02  FILLER           PIC  X(14) VALUE  "SHOKAI".
         02  FILLER           PIC  X(06) VALUE  "食品".
         02  FILLER           PIC  X(06) VALUE  "ｼﾖｸﾋﾝ".
         02  FILLER           PIC  X(14) VALUE  "FOODS".
         02  FILLER           PIC  X(06) VALUE  "製作所".
         02  FILLER           PIC  X(06) VALUE  "ｾｲｻｸｼﾖ".
         02  FILLER           PIC  X(14) VALUE  "MFG.".
         02  FILLER           PIC  X(06) VALUE  "電機".
         02  FILLER           PIC  X(06) VALUE  "ﾃﾞﾝｷ".
         02  FILLER           PIC  X(14) VALUE  "ELECTRIC".
         02  FILLER           PIC  X(06) VALUE  "建設".
         02  FILLER           PIC  X(06) VALUE  "ｹﾝｾﾂ".
         02  FILLER           PIC  X(14) VALUE  "CONSTRUCTION".
         02  FILLER           PIC  X(06) VALUE  "運輸".
         02  FILLER           PIC  X(06) VALUE  "ｳﾝﾕ".
         02  FILLER           PIC  X(14) VALUE  "TRANSPORT".
         02  FILLER           PIC  X(06) VALUE  "化学".
         02  FILLER           PIC  X(06) VALUE  "ｶｶﾞｸ".
         02  FILLER           PIC  X(14) VALUE  "CHEMICAL".
         02  FILLER           PIC  X(06) VALUE  "精機".
         02  FILLER           PIC  X(06) VALUE  "ｾｲｷ".
         02  FILLER           PIC  X(14) VALUE  "PRECISION".
         02  FILLER           PIC  X(06) VALUE  "工務店".
         02  FILLER           PIC  X(06) VALUE  "ｺｳﾑﾃﾝ".
         02  FILLER           PIC  X(14) VALUE  "BUILDERS".
         02  FILLER           PIC  X(06) VALUE  "薬品".
         02  FILLER           PIC  X(06) VALUE  "ﾔｸﾋﾝ".
         02  FILLER           PIC  X(14) VALUE  "PHARMACEUTICAL".
         02  FILLER           PIC  X(06) VALUE  "印刷".
         02  FILLER           PIC  X(06) VALUE  "ｲﾝｻﾂ".
         02  FILLER           PIC  X(14) VALUE  "PRINTING".
         02  FILLER           PIC  X(06) VALUE  "設備".
         02  FILLER           PIC  X(06) VALUE  "ｾﾂﾋﾞ".
         02  FILLER           PIC  X(14) VALUE  "EQUIPMENT".
         02  FILLER           PIC  X(06) VALUE  "繊維".
         02  FILLER           PIC  X(06) VALUE  "ｾﾝｲ".
         02  FILLER           PIC  X(14) VALUE  "TEXTILE".
         02  FILLER           PIC  X(06) VALUE  "製菓".
         02  FILLER           PIC  X(06) VALUE  "ｾｲｶ".
         02  FILLER           PIC  X(14) VALUE  "CONFECTIONERY".
         02  FILLER           PIC  X(06) VALUE  "物流".
         02  FILLER           PIC  X(06) VALUE  "ﾌﾞﾂﾘﾕｳ".
         02  FILLER           PIC  X(14) VALUE  "LOGISTICS".
       01  WK-GYO-TBL  REDEFINES  WK-GYO-V.
         02  WK-GYO-ENT       OCCURS  20  TIMES.
           03  WK-GYO-KANJI   PIC  X(06).
           03  WK-GYO-KANA    PIC  X(06).
           03  WK-GYO-EIJI    PIC  X(14).
      *    英文住所の通り名
       01  WK-MACHI-V.
         02  FILLER           PIC  X(14) VALUE  "HARBOR ROAD".
         02  FILLER           PIC  X(14) VALUE  "MAIN STREET".
         02  FILLER           PIC  X(14) VALUE  "OAK AVENUE".
         02  FILLER           PIC  X(14) VALUE  "PARK ROAD".
         02  FILLER           PIC  X(14) VALUE  "HILL STREET".
         02  FILLER           PIC  X(14) VALUE  "LAKE DRIVE".
         02  FILLER           PIC  X(14) VALUE  "RIVER ROAD".
         02  FILLER           PIC  X(14) VALUE  "MARKET STREET".
         02  FILLER           PIC  X(14) VALUE  "STATION ROAD".
         02  FILLER           PIC  X(14) VALUE  "BAY BOULEVARD".
       01  WK-MACHI-TBL  REDEFINES  WK-MACHI-V.
         02  WK-MACHI         PIC  X(14) OCCURS  10  TIMES.
      *
       LINKAGE                SECTION.
           COPY KCBS070P.
      ******************************************************************
      *    匿名化値生成
      ******************************************************************
       PROCEDURE              DIVISION
                              USING  KCBS070-P1.
           MOVE  SPACE  TO  S070-RCD.
           EVALUATE  S070-FUNC
             WHEN  "1"
               PERFORM  HOJIN-RTN
             WHEN  "2"
               PERFORM  KOJIN-RTN
             WHEN  "3"
               PERFORM  JUSHO-RTN
             WHEN  "9"
               PERFORM  CLOSE-RTN
             WHEN  OTHER
               MOVE  "E"  TO  S070-RCD
           END-EVALUATE.
       SYORI-EXT.
           EXIT PROGRAM.
      ******************************************************************
      *    法人名処理（姓・業種・会社形態を決め、名称・英文名称・
      *    カナ口座名義・口座番号を返す）
      ******************************************************************
       HOJIN-RTN              SECTION.
           PERFORM  KEY-HASH-RTN.
           DIVIDE  WK-HASH-A  BY  50
             GIVING  WK-Q1  REMAINDER  WK-AMARI.
           COMPUTE  WK-SEI-IX  =  WK-AMARI  +  1.
           DIVIDE  WK-Q1  BY  20
             GIVING  WK-Q2  REMAINDER  WK-AMARI.
           COMPUTE  WK-GYO-IX  =  WK-AMARI  +  1.
           DIVIDE  WK-Q2  BY  2
             GIVING  WK-Q3  REMAINDER  WK-KEITAI.
           MOVE  SPACE  TO  S070-MEI  S070-KANA  S070-EN-MEI.
           IF  WK-KEITAI  =  ZERO
             STRING  "株式会社"                 DELIMITED  BY  SIZE
                     WK-SEI-KANJI  (WK-SEI-IX)  DELIMITED  BY  SPACE
                     WK-GYO-KANJI  (WK-GYO-IX)  DELIMITED  BY  SPACE
                     INTO  S070-MEI
             END-STRING
             STRING  "ｶ)"                       DELIMITED  BY  SIZE
                     WK-SEI-KANA   (WK-SEI-IX)  DELIMITED  BY  SPACE
                     WK-GYO-KANA   (WK-GYO-IX)  DELIMITED  BY  SPACE
                     INTO  S070-KANA
             END-STRING
           ELSE
             STRING  WK-SEI-KANJI  (WK-SEI-IX)  DELIMITED  BY  SPACE
                     WK-GYO-KANJI  (WK-GYO-IX)  DELIMITED  BY  SPACE
                     "株式会社"                 DELIMITED  BY  SIZE
                     INTO  S070-MEI
             END-STRING
             STRING  WK-SEI-KANA   (WK-SEI-IX)  DELIMITED  BY  SPACE
                     WK-GYO-KANA   (WK-GYO-IX)  DELIMITED  BY  SPACE
                     "(ｶ"                       DELIMITED  BY  SIZE
                     INTO  S070-KANA
             END-STRING
           END-IF.
           STRING  WK-SEI-EIJI  (WK-SEI-IX)  DELIMITED  BY  SPACE
                   " "                       DELIMITED  BY  SIZE
                   WK-GYO-EIJI  (WK-GYO-IX)  DELIMITED  BY  SPACE
                   " CO., LTD."              DELIMITED  BY  SIZE
                   INTO  S070-EN-MEI
           END-STRING.
           PERFORM  KOZA-RTN.
       EXT.
           EXIT.
      ******************************************************************
      *    個人名処理（姓・名を決め、氏名・英文氏名・カナ口座名義・
      *    口座番号を返す）
      ******************************************************************
       KOJIN-RTN              SECTION.
           PERFORM  KEY-HASH-RTN.
           DIVIDE  WK-HASH-A  BY  50
             GIVING  WK-Q1  REMAINDER  WK-AMARI.
           COMPUTE  WK-SEI-IX  =  WK-AMARI  +  1.
           DIVIDE  WK-Q1  BY  20
             GIVING  WK-Q2  REMAINDER  WK-AMARI.
           COMPUTE  WK-MEI-IX  =  WK-AMARI  +  1.
           MOVE  SPACE  TO  S070-MEI  S070-KANA  S070-EN-MEI.
           STRING  WK-SEI-KANJI  (WK-SEI-IX)  DELIMITED  BY  SPACE
                   "　"                       DELIMITED  BY  SIZE
                   WK-MEI-KANJI  (WK-MEI-IX)  DELIMITED  BY  SPACE
                   INTO  S070-MEI
           END-STRING.
           STRING  WK-SEI-KANA   (WK-SEI-IX)  DELIMITED  BY  SPACE
                   " "                        DELIMITED  BY  SIZE
                   WK-MEI-KANA   (WK-MEI-IX)  DELIMITED  BY  SPACE
                   INTO  S070-KANA
           END-STRING.
           STRING  WK-MEI-EIJI   (WK-MEI-IX)  DELIMITED  BY  SPACE
                   " "                        DELIMITED  BY  SIZE
                   WK-SEI-EIJI   (WK-SEI-IX)  DELIMITED  BY  SPACE
                   INTO  S070-EN-MEI
           END-STRING.
           PERFORM  KOZA-RTN.
       EXT.
           EXIT.
      ******************************************************************
      *    口座番号処理（１０００００１〜９９９９９９９の７桁）
      ******************************************************************
       KOZA-RTN               SECTION.
           DIVIDE  WK-HASH-B  BY  9000000
             GIVING  WK-Q1  REMAINDER  WK-AMARI.
           COMPUTE  S070-KOZA-NO  =  WK-AMARI  +  1000000.
           IF  S070-KOZA-NO  =  1000000
             MOVE  1000001  TO  S070-KOZA-NO
           END-IF.
       EXT.
           EXIT.
      ******************************************************************
      *    住所処理（同じ配達地域の実在の郵便番号を選んで架空の
      *    番地を付け、英文住所・電話番号も返す）
      ******************************************************************
       JUSHO-RTN              SECTION.
           IF  WK-YUB-OPEN-FLG  =  "N"
             OPEN  INPUT  YUB-FILE
             IF  WK-YUB-STS  NOT  =  "00"
               DISPLAY  "*** KCBS070 YUB OPEN ERROR="  WK-YUB-STS
                        " ***"
               MOVE  "E"  TO  S070-RCD
               GO  TO  EXT
             END-IF
             MOVE  "Y"  TO  WK-YUB-OPEN-FLG
           END-IF.
           PERFORM  KEY-HASH-RTN.
      *    入力の郵便番号（"999-9999"または"9999999"）
           MOVE  SPACE  TO  WK-YUBIN7  WK-HYPHEN-FLG  WK-CHIIKI.
           IF  S070-YUBIN-NO  (4:1)  =  "-"
             MOVE  "1"  TO  WK-HYPHEN-FLG
             MOVE  S070-YUBIN-NO  (1:3)  TO  WK-YUBIN7  (1:3)
             MOVE  S070-YUBIN-NO  (5:4)  TO  WK-YUBIN7  (4:4)
           ELSE
             MOVE  S070-YUBIN-NO  (1:7)  TO  WK-YUBIN7
           END-IF.
           IF  WK-YUBIN7  (1:3)  IS  NUMERIC
             MOVE  WK-YUBIN7  (1:3)  TO  WK-CHIIKI
           END-IF.
      *    郵便番号マスタの読み出し位置（配達地域内の下４桁、地域
      *    が分からなければ全国の７桁）を決めて以降の最初の行を
      *    採る。地域内に無ければ地域の先頭から読み直す
           MOVE  "0"  TO  WK-YUB-FOUND-FLG.
           DIVIDE  WK-HASH-B  BY  10000
             GIVING  WK-Q1  REMAINDER  WK-AMARI.
           IF  WK-CHIIKI  NOT  =  SPACE
             MOVE  WK-CHIIKI   TO  WK-START-CHIIKI
             MOVE  WK-AMARI    TO  WK-START-BANGO
             MOVE  WK-START-KEY  TO  CFYUB-YUBIN-NO
             PERFORM  YUB-START-RTN
             IF  WK-YUB-FOUND-FLG  =  "0"
               MOVE  ZERO  TO  WK-START-BANGO
               MOVE  WK-START-KEY  TO  CFYUB-YUBIN-NO
               PERFORM  YUB-START-RTN
             END-IF
           ELSE
             DIVIDE  WK-HASH-B  BY  10000000
               GIVING  WK-Q1  REMAINDER  WK-START-ZENKOKU
             MOVE  WK-START-ZENKOKU  TO  CFYUB-YUBIN-NO
             PERFORM  YUB-START-RTN
             IF  WK-YUB-FOUND-FLG  =  "0"
               MOVE  "0000000"  TO  CFYUB-YUBIN-NO
               PERFORM  YUB-START-RTN
             END-IF
           END-IF.
           IF  WK-YUB-FOUND-FLG  =  "0"
             MOVE  SPACE       TO  YUB-REC
             MOVE  "1000005"   TO  CFYUB-YUBIN-NO
             MOVE  "東京都"    TO  CFYUB-KEN-MEI
             MOVE  "千代田区"  TO  CFYUB-SHI-MEI
             MOVE  "丸の内"    TO  CFYUB-CHO-MEI
             MOVE  "Y"         TO  S070-RCD
           END-IF.
           MOVE  SPACE  TO  S070-YUBIN-NO.
           IF  WK-HYPHEN-FLG  =  "1"
             STRING  CFYUB-YUBIN-NO  (1:3)  DELIMITED  BY  SIZE
                     "-"                    DELIMITED  BY  SIZE
                     CFYUB-YUBIN-NO  (4:4)  DELIMITED  BY  SIZE
                     INTO  S070-YUBIN-NO
             END-STRING
           ELSE
             MOVE  CFYUB-YUBIN-NO  TO  S070-YUBIN-NO
           END-IF.
      *    番地（１〜５丁目・１〜３０番・１〜２０号）
           DIVIDE  WK-HASH-A  BY  2000
             GIVING  WK-Q1  REMAINDER  WK-AMARI.
           DIVIDE  WK-Q1  BY  5
             GIVING  WK-Q2  REMAINDER  WK-AMARI.
           COMPUTE  WK-CHOME  =  WK-AMARI  +  1.
           DIVIDE  WK-Q2  BY  30
             GIVING  WK-Q3  REMAINDER  WK-AMARI.
           COMPUTE  WK-BAN    =  WK-AMARI  +  1.
           DIVIDE  WK-Q3  BY  20
             GIVING  WK-Q1  REMAINDER  WK-AMARI.
           COMPUTE  WK-GO     =  WK-AMARI  +  1.
           MOVE  WK-CHOME  TO  WK-CHOME-E.
           MOVE  WK-BAN    TO  WK-BAN-E.
           MOVE  WK-GO     TO  WK-GO-E.
           MOVE  SPACE  TO  S070-JUSHO.
           STRING  CFYUB-KEN-MEI                DELIMITED  BY  SPACE
                   CFYUB-SHI-MEI                DELIMITED  BY  SPACE
                   CFYUB-CHO-MEI                DELIMITED  BY  SPACE
                   FUNCTION  TRIM  (WK-CHOME-E) DELIMITED  BY  SIZE
                   "-"                          DELIMITED  BY  SIZE
                   FUNCTION  TRIM  (WK-BAN-E)   DELIMITED  BY  SIZE
                   "-"                          DELIMITED  BY  SIZE
                   FUNCTION  TRIM  (WK-GO-E)    DELIMITED  BY  SIZE
                   INTO  S070-JUSHO
           END-STRING.
      *    英文住所（番地＋通り名、部屋番号）
           DIVIDE  WK-HASH-A  BY  10
             GIVING  WK-Q1  REMAINDER  WK-AMARI.
           COMPUTE  WK-MACHI-IX  =  WK-AMARI  +  1.
           DIVIDE  WK-HASH-B  BY  9000
             GIVING  WK-Q1  REMAINDER  WK-AMARI.
           COMPUTE  WK-EN-BANCHI  =  WK-AMARI  +  100.
           DIVIDE  WK-Q1  BY  900
             GIVING  WK-Q2  REMAINDER  WK-AMARI.
           COMPUTE  WK-EN-HEYA  =  WK-AMARI  +  100.
           MOVE  WK-EN-BANCHI  TO  WK-EN-BANCHI-E.
           MOVE  SPACE  TO  S070-EN-JUSHO1  S070-EN-JUSHO2.
           STRING  FUNCTION  TRIM  (WK-EN-BANCHI-E)
                                           DELIMITED  BY  SIZE
                   " "                     DELIMITED  BY  SIZE
                   WK-MACHI  (WK-MACHI-IX) DELIMITED  BY  "  "
                   INTO  S070-EN-JUSHO1
           END-STRING.
           STRING  "SUITE "                DELIMITED  BY  SIZE
                   WK-EN-HEYA              DELIMITED  BY  SIZE
                   INTO  S070-EN-JUSHO2
           END-STRING.
      *    電話番号（0xx-xxx-xxxx）
           DIVIDE  WK-HASH-B  BY  89
             GIVING  WK-Q1  REMAINDER  WK-AMARI.
           COMPUTE  WK-TEL-SHIGAI  =  WK-AMARI  +  11.
           DIVIDE  WK-Q1  BY  900
             GIVING  WK-Q2  REMAINDER  WK-AMARI.
           COMPUTE  WK-TEL-SHINAI  =  WK-AMARI  +  100.
           DIVIDE  WK-Q2  BY  10000
             GIVING  WK-Q3  REMAINDER  WK-TEL-KANYU.
           MOVE  SPACE  TO  S070-TEL.
           STRING  "0"             DELIMITED  BY  SIZE
                   WK-TEL-SHIGAI   DELIMITED  BY  SIZE
                   "-"             DELIMITED  BY  SIZE
                   WK-TEL-SHINAI   DELIMITED  BY  SIZE
                   "-"             DELIMITED  BY  SIZE
                   WK-TEL-KANYU    DELIMITED  BY  SIZE
                   INTO  S070-TEL
           END-STRING.
       EXT.
           EXIT.
      ******************************************************************
      *    郵便番号マスタ位置付け処理（CFYUB-YUBIN-NO以降の最初の
      *    行を読み、配達地域の指定があれば同じ地域の行に限る）
      ******************************************************************
       YUB-START-RTN          SECTION.
           MOVE  "0"  TO  WK-YUB-FOUND-FLG.
           START  YUB-FILE  KEY  IS  NOT  LESS  THAN  CFYUB-YUBIN-NO
             INVALID  KEY
               GO  TO  EXT
           END-START.
           READ  YUB-FILE  NEXT
             AT  END
               GO  TO  EXT
           END-READ.
           IF  WK-CHIIKI  =  SPACE
             OR  CFYUB-YUBIN-NO  (1:3)  =  WK-CHIIKI
             MOVE  "1"  TO  WK-YUB-FOUND-FLG
           END-IF.
       EXT.
           EXIT.
      ******************************************************************
      *    キー畳み込み処理（S070-KEYを乗数１３１（初期値０）と
      *    乗数１３７（初期値７）の２通りに畳み込む）
      ******************************************************************
       KEY-HASH-RTN           SECTION.
           MOVE  131   TO  WK-HASH-MUL.
           MOVE  ZERO  TO  WK-HASH.
           PERFORM  HASH-MOJI-RTN
             VARYING  WK-HASH-IX  FROM  1  BY  1
               UNTIL  WK-HASH-IX  >  32.
           MOVE  WK-HASH  TO  WK-HASH-A.
           MOVE  137   TO  WK-HASH-MUL.
           MOVE  7     TO  WK-HASH.
           PERFORM  HASH-MOJI-RTN
             VARYING  WK-HASH-IX  FROM  1  BY  1
               UNTIL  WK-HASH-IX  >  32.
           MOVE  WK-HASH  TO  WK-HASH-B.
       EXT.
           EXIT.
      ******************************************************************
      *    畳み込み１バイト処理
      ******************************************************************
       HASH-MOJI-RTN          SECTION.
           COMPUTE  WK-HASH-WORK  =  WK-HASH  *  WK-HASH-MUL
                 +  FUNCTION  ORD  (S070-KEY  (WK-HASH-IX:1)).
           DIVIDE  WK-HASH-WORK  BY  WK-HASH-MOD
             GIVING  WK-HASH-Q  REMAINDER  WK-HASH.
       EXT.
           EXIT.
      ******************************************************************
      *    クローズ処理
      ******************************************************************
       CLOSE-RTN              SECTION.
           IF  WK-YUB-OPEN-FLG  =  "Y"
             CLOSE  YUB-FILE
             MOVE  "N"  TO  WK-YUB-OPEN-FLG
           END-IF.
       EXT.
           EXIT.
