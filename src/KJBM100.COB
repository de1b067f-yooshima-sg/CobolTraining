      *  作成日／作成者：２０２６年８月２２日  システム技研
      *  変更日／変更者：２０２６年９月　２日  システム技研
      *        変更内容：棚番マスタによる順路順印字を追加
      *  変更日／変更者：２０２６年１０月１５日  システム技研
      *        変更内容：セット商品の構成品を明細の下に印字
      *                ：ウェーブピッキングモードを追加
      *                ：直送品の明細をピッキング対象外に変更
      *                ：配送ルート別の改頁と立寄り順の印字を追加
      *                ：受注チェックファイルのレコード長変更
      ********************************************************
      *  KJBM050の正常ストリーム（ITF3＝至急、ITF1＝通常）を
      *  読み、引当倉庫コード別のピッキングリストを印字する。
      *  する。ピッキング数量はケース受注をCFSHO-CASE-SURYO
      *  で基本単位へ換算した数量で印字し、現場がケース換算表を
      *  引かずに済むようにする。
      *  構成品の在庫で引き当てたセット商品の明細（セット引当
      *  区分"1"）は、セット行の下に構成品ごとの棚番・商品・
      *  ピッキング数量（セット数量×セット１個あたり数量）を
      *  続けて印字し、現場は構成品を集めてセットを組む。組立済み
      *  のセット在庫から引き当てた明細は単品と同じく１行で印字
      *  する。
      *  環境変数KJBM100_WAVEが"1"のときはウェーブピッキング
      *  モードとし、倉庫ごとにリリース済み受注をウェーブへ
      *  まとめる。リリース時刻（受注ステータス追跡KJCF150の
      *  ステータス"5"）をシステムパラメタKJ-WAVE-CUTOFF（HHMM
      *  ×最大４個）の締め時刻で区切り（前日以前のリリースは
      *  最初の区切り、至急分はその前の区切り）、区切りの中で
      *  受注単位に明細数がKJ-WAVE-MAX-GYO（既定値１００）を
      *  超えない範囲で１ウェーブとする。ウェーブごとに商品・
      *  棚番・ロット別のまとめ取りを順路順に印字し、続けて
      *  受注明細ごとの仕分け数量を印字する。まとめ取りの内訳は
      *  ウェーブ明細（KJCF320）へ書き出し、ピッキング実績取込
      *  （KJBM255）がウェーブ単位の実績を受注明細へ割り戻す。
      *  セット商品の構成品は構成品ごとにまとめ取りする
      *  直送区分"1"の明細は仕入先が得意先へ直接出荷するため
      *  ピッキングの対象としない
      *  通常モードでは倉庫の中を自社便の配送ルート（出荷先マスタ
      *  のルート。配送ルート共通サブルーチンKCBS040で引く）ごと
      *  に改頁してまとめ、ルート外の出荷先は倉庫の最後にまとめる。
      *  ルートの中は至急区分・順路順、同順路内は立寄り順とする
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFBIN-KEY.
           SELECT  KIT-FILE   ASSIGN  TO  EXTERNAL  KIT
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFKIT-KEY.
           SELECT  OEF-FILE   ASSIGN  TO  EXTERNAL  OEF.
           SELECT  STS-FILE   ASSIGN  TO  EXTERNAL  STS
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  DYNAMIC
                   RECORD KEY    IS  STS-KEY.
           SELECT  PRM-FILE   ASSIGN  TO  EXTERNAL  PRM
                   ORGANIZATION  IS  INDEXED
                   ACCESS MODE   IS  RANDOM
                   RECORD KEY    IS  CFPRM-PARM-KEY.
           SELECT  WAV-FILE   ASSIGN  TO  EXTERNAL  WAV.
           SELECT  SRW-FILE   ASSIGN  TO  SRTWK02.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
         03  SRT-PICK-SEQ         PIC  9(04).
         03  SRT-TANA-NO          PIC  X(06).
           COPY  KJCF020.
      *    締め時刻区切り（ウェーブモードのみ。"0"＝至急分）
         03  SRT-KUGIRI-NO        PIC  9(01).
      *    配送ルート・立寄り順（通常モードのみ。ルート外はHIGH-VALUE
      *    ・ゼロ）
         03  SRT-ROUTE-COD        PIC  X(03).
         03  SRT-DROP-SEQ         PIC  9(03).
       FD  SHO-FILE.
       01  SHO-REC.
           COPY  KCCFSHO.
       FD  BIN-FILE.
       01  BIN-REC.
           COPY  KCCFBIN.
       FD  KIT-FILE.
       01  KIT-REC.
           COPY  KCCFKIT.
       FD  OEF-FILE.
       01  OEF-REC                PIC  X(135).
      *    受注ステータス追跡（リリース時刻の参照用）
       FD  STS-FILE.
       01  STS-REC.
           COPY  KJCF150.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY  KCCFPRM.
      *    ウェーブ明細（まとめ取りの内訳）
       FD  WAV-FILE.
       01  WAV-REC.
           COPY  KJCF320.
       SD  SRW-FILE.
       01  SRW-REC.
           COPY  KJCF320.
      *
       WORKING-STORAGE            SECTION.
       01  ITF3-END-FLG           PIC   X(1)          VALUE  "0".
       01  WK-PAGE-LINE-CNT       PIC  S9(3)  COMP-3  VALUE  +50.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
       01  WK-OLD-WHS-COD         PIC   X(2)          VALUE  LOW-VALUE.
       01  WK-OLD-ROUTE-COD       PIC   X(3)          VALUE  LOW-VALUE.
      *    配送ルート・配送日算出連携パラメタ
           COPY  KCBS040P.
      *    ピッキング数量（基本単位へ換算後）
       01  WK-PICK-SURYO          PIC  9(07)          VALUE  ZERO.
      *    セット構成品の展開用（構成連番と構成品のピッキング数量）
       01  WK-KIT-SEQ             PIC  9(02)          VALUE  ZERO.
       01  WK-KIT-END-FLG         PIC   X(1)          VALUE  SPACE.
       01  WK-KOSEI-SURYO         PIC  9(07)          VALUE  ZERO.
      *    ウェーブモード（環境変数KJBM100_WAVE="1"）
       01  WK-WAVE-FLG            PIC   X(1)          VALUE  SPACE.
       01  WAV-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
       01  WAVE-CNT               PIC  S9(9)  COMP-3  VALUE  +0.
       01  STS-END-FLG            PIC   X(1)          VALUE  "0".
      *    締め時刻（KJ-WAVE-CUTOFF。HHMM×最大４個、先頭から有効分）
       01  WK-CUTOFF-X            PIC   X(16)         VALUE  SPACE.
       01  WK-CUTOFF-R  REDEFINES  WK-CUTOFF-X.
         02  WK-CUTOFF-HHMM       PIC   X(04)  OCCURS  4  TIMES.
       01  WK-CUTOFF-CNT          PIC  S9(4)  COMP-3  VALUE  +0.
       01  WK-CUT-IDX             PIC  S9(4)  COMP-3  VALUE  +0.
       01  WK-CUT-END-FLG         PIC   X(1)          VALUE  SPACE.
      *    １ウェーブの最大明細数（KJ-WAVE-MAX-GYO）
       01  WK-WAVE-MAX            PIC  9(03)          VALUE  100.
      *    リリース日時と締め時刻区切り
       01  WK-RLS-DATE            PIC  9(08)          VALUE  ZERO.
       01  WK-RLS-TIME            PIC  9(06)          VALUE  ZERO.
       01  WK-RLS-TIME-R  REDEFINES  WK-RLS-TIME.
         02  WK-RLS-HHMM          PIC   X(04).
         02  FILLER               PIC   X(02).
       01  WK-KUGIRI-NO           PIC  9(01)          VALUE  ZERO.
      *    ウェーブ割当（倉庫・区切り・受注の切り替わりと明細数）
       01  WK-OLD-KUGIRI-NO       PIC  9(01)          VALUE  ZERO.
       01  WK-OLD-JUCHU-NO        PIC  9(06)          VALUE  ZERO.
       01  WK-WAVE-NO             PIC  9(03)          VALUE  ZERO.
       01  WK-WAVE-GYO            PIC  S9(5)  COMP-3  VALUE  +0.
      *    受注単位の明細控え（ウェーブ明細の編集済みイメージ）
       01  WK-ORD-CNT             PIC  S9(4)  COMP-3  VALUE  +0.
       01  WK-ORD-MAX             PIC  S9(4)  COMP-3  VALUE  +200.
       01  WK-ORD-IDX             PIC  S9(4)  COMP-3  VALUE  +0.
       01  WK-ORD-TBL.
         02  WK-ORD-ENT           PIC   X(80)  OCCURS  200  TIMES.
      *    ウェーブ印字用の控え（ソート済みウェーブ明細）
       01  WK-WV-CNT              PIC  S9(4)  COMP-3  VALUE  +0.
       01  WK-WV-MAX              PIC  S9(4)  COMP-3  VALUE  +999.
       01  WK-WV-IDX              PIC  S9(4)  COMP-3  VALUE  +0.
       01  WK-WV-TBL.
         02  WK-WV-ENT            PIC   X(80)  OCCURS  999  TIMES.
       01  WK-OLD-WV-WHS          PIC   X(02)         VALUE  LOW-VALUE.
       01  WK-OLD-WV-NO           PIC  9(03)          VALUE  ZERO.
      *    まとめ取りの集計キー（順路・棚番・商品・ロット）
       01  WK-MATOME-KEY          PIC   X(25)         VALUE  SPACE.
       01  WK-NEW-MATOME-KEY      PIC   X(25)         VALUE  SPACE.
       01  WK-MATOME-SURYO        PIC  9(09)          VALUE  ZERO.
       01  WK-MATOME-KENSU        PIC  9(03)          VALUE  ZERO.
      *    ウェーブ印字の区分（"1"＝まとめ取り、"2"＝仕分け）
       01  WK-WV-SECTION          PIC   X(1)          VALUE  SPACE.
      *  大見出し
       01  H1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "倉庫：".
         02  H1-WHS-COD           PIC  X(2).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "ルート：".
         02  H1-ROUTE-COD         PIC  X(8).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "DATE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-DATE              PIC  9(08).
         02  FILLER               PIC  X(4)   VALUE  "PAGE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  H1-PAGE-NO           PIC  Z,ZZ9.
         02  FILLER               PIC  X(25)  VALUE  SPACE.
      *  小見出し
       01  H2-KOMIDASHI.
         02  FILLER               PIC  X(4)   VALUE  "至急".
         02  FILLER               PIC  X(6)   VALUE  "商品名".
         02  FILLER               PIC  X(16)  VALUE  SPACE.
         02  FILLER               PIC  X(12)  VALUE  "数量(基本)".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "立寄順".
         02  FILLER               PIC  X(31)  VALUE  SPACE.
      *  明細
       01  D1-MEISAI.
         02  D1-RUSH-MARK         PIC  X(2).
         02  D1-SHOHIN-MEI        PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-PICK-SURYO        PIC  Z,ZZZ,ZZ9.
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  D1-DROP-SEQ          PIC  ZZZ.
         02  FILLER               PIC  X(33)  VALUE  SPACE.
      *  セット構成品明細
       01  D2-KOSEI.
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  D2-TANA-NO           PIC  X(6).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(40)  VALUE
                    "　　（セット構成品）".
         02  D2-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  D2-SHOHIN-MEI        PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D2-PICK-SURYO        PIC  Z,ZZZ,ZZ9.
         02  FILLER               PIC  X(42)  VALUE  SPACE.
      *  ウェーブ大見出し
       01  W1-OOMIDASHI.
         02  FILLER               PIC  X(10)  VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  W1-TITLE             PIC  X(24).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "＊＊＊".
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "倉庫：".
         02  W1-WHS-COD           PIC  X(2).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "ウェーブ".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  W1-WAVE-NO           PIC  9(3).
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "DATE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  W1-DATE              PIC  9(08).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "PAGE".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  W1-PAGE-NO           PIC  Z,ZZ9.
         02  FILLER               PIC  X(29)  VALUE  SPACE.
      *  まとめ取り小見出し
       01  W2-KOMIDASHI.
         02  FILLER               PIC  X(4)   VALUE  "順路".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "棚番".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "商品番号".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "商品名".
         02  FILLER               PIC  X(16)  VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "ロット番号".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "数量(基本)".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(4)   VALUE  "件数".
         02  FILLER               PIC  X(61)  VALUE  SPACE.
      *  まとめ取り明細
       01  W3-MATOME.
         02  W3-PICK-SEQ          PIC  9(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  W3-TANA-NO           PIC  X(6).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  W3-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  W3-SHOHIN-MEI        PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  W3-LOT-NO            PIC  X(10).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  W3-PICK-SURYO        PIC  Z,ZZZ,ZZ9.
         02  FILLER               PIC  X(3)   VALUE  SPACE.
         02  W3-KENSU             PIC  ZZ9.
         02  FILLER               PIC  X(62)  VALUE  SPACE.
      *  仕分け小見出し
       01  W4-KOMIDASHI.
         02  FILLER               PIC  X(4)   VALUE  "棚番".
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "商品番号".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "商品名".
         02  FILLER               PIC  X(16)  VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "ロット番号".
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  FILLER               PIC  X(8)   VALUE  "受注明細".
         02  FILLER               PIC  X(6)   VALUE  SPACE.
         02  FILLER               PIC  X(6)   VALUE  "出荷先".
         02  FILLER               PIC  X(1)   VALUE  SPACE.
         02  FILLER               PIC  X(10)  VALUE  "数量(基本)".
         02  FILLER               PIC  X(4)   VALUE  "至急".
         02  FILLER               PIC  X(48)  VALUE  SPACE.
      *  仕分け明細（商品の切り替わり行だけ商品欄を印字する）
       01  W5-SHIWAKE.
         02  W5-TANA-NO           PIC  X(6).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  W5-SHOHIN-NO         PIC  X(5).
         02  FILLER               PIC  X(5)   VALUE  SPACE.
         02  W5-SHOHIN-MEI        PIC  X(20).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  W5-LOT-NO            PIC  X(10).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  W5-JUCHU-NO          PIC  9(6).
         02  FILLER               PIC  X(1)   VALUE  "-".
         02  W5-GYO-NO            PIC  9(2).
         02  FILLER               PIC  X(1)   VALUE  "-".
         02  W5-SHIP-SEQ          PIC  9(2).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  W5-SHIP-COD          PIC  X(4).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  W5-PICK-SURYO        PIC  Z,ZZZ,ZZ9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  W5-RUSH-MARK         PIC  X(2).
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  W5-KOSEI             PIC  X(10).
         02  FILLER               PIC  X(38)  VALUE  SPACE.
      *
      ********************************************************
      *  倉庫別ピッキングリスト作成（至急・通常の両ストリームを
      *    倉庫・配送ルート・至急区分・順路・立寄り順のキーで
      *    ソートして印字）
      ********************************************************
       PROCEDURE                  DIVISION.
           PERFORM  INIT-RTN.
           IF  WK-WAVE-FLG  =  "1"
             PERFORM  WAVE-RTN
           ELSE
             SORT  SRT-FILE
               ON  ASCENDING  KEY  JF020-WHS-COD   IN  SRT-REC
                                   SRT-ROUTE-COD   IN  SRT-REC
                                   SRT-RUSH-KBN    IN  SRT-REC
                                   SRT-PICK-SEQ    IN  SRT-REC
                                   SRT-DROP-SEQ    IN  SRT-REC
                                   JF020-SHIP-COD  IN  SRT-REC
               INPUT   PROCEDURE  ATSUME-RTN
               OUTPUT  PROCEDURE  INSATU-CTL-RTN
           END-IF.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
           OPEN  INPUT   ITF1-FILE.
           OPEN  INPUT   SHO-FILE.
           OPEN  INPUT   BIN-FILE.
           OPEN  INPUT   KIT-FILE.
           OPEN  OUTPUT  OEF-FILE.
           ACCEPT  WK-PC-DATE8  FROM  DATE  YYYYMMDD.
           MOVE  WK-PC-DATE8  TO  H1-DATE.
           ACCEPT  WK-WAVE-FLG  FROM  ENVIRONMENT  "KJBM100_WAVE".
           IF  WK-WAVE-FLG  =  "1"
             PERFORM  WAVE-INIT-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      ********************************************************
       ITF3-RELEASE-RTN           SECTION.
           IF  JF020-DATA-KBN  OF  ITF3-REC  =  "1"
             AND  JF020-CHOKUSO-KBN  OF  ITF3-REC  NOT  =  "1"
             MOVE  ITF3-REC  TO  SRT-REC  (12:183)
             MOVE  "0"       TO  SRT-RUSH-KBN  IN  SRT-REC
             PERFORM  ROUTE-YOMI-RTN
             MOVE  JF020-SHOHIN-NO  OF  ITF3-REC  TO  CFBIN-SHOHIN-NO
             MOVE  JF020-WHS-COD    OF  ITF3-REC  TO  CFBIN-WHS-COD
             PERFORM  BIN-YOMI-RTN
      ********************************************************
       ITF1-RELEASE-RTN           SECTION.
           IF  JF020-DATA-KBN  OF  ITF1-REC  =  "1"
             AND  JF020-CHOKUSO-KBN  OF  ITF1-REC  NOT  =  "1"
             MOVE  ITF1-REC  TO  SRT-REC  (12:183)
             MOVE  "1"       TO  SRT-RUSH-KBN  IN  SRT-REC
             PERFORM  ROUTE-YOMI-RTN
             MOVE  JF020-SHOHIN-NO  OF  ITF1-REC  TO  CFBIN-SHOHIN-NO
             MOVE  JF020-WHS-COD    OF  ITF1-REC  TO  CFBIN-WHS-COD
             PERFORM  BIN-YOMI-RTN
       EXT.
           EXIT.
      ********************************************************
      *  配送ルート読込処理（ソートレコードの得意先・出荷先で配送
      *  ルートと立寄り順を引く。ルート外は倉庫の最後へ回す）
      ********************************************************
       ROUTE-YOMI-RTN             SECTION.
           MOVE  "1"                            TO  S040-FUNC.
           MOVE  JF020-TOKU-COD  IN  SRT-REC    TO  S040-TOKU-COD.
           MOVE  JF020-SHIP-COD  IN  SRT-REC    TO  S040-SHIP-COD.
           CALL  "KCBS040"  USING  KCBS040-P1.
           IF  S040-RCD  =  SPACE
             MOVE  S040-ROUTE-COD  TO  SRT-ROUTE-COD  IN  SRT-REC
             MOVE  S040-DROP-SEQ   TO  SRT-DROP-SEQ   IN  SRT-REC
           ELSE
             MOVE  HIGH-VALUE  TO  SRT-ROUTE-COD  IN  SRT-REC
             MOVE  ZERO        TO  SRT-DROP-SEQ   IN  SRT-REC
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  印刷制御処理（出力側）
      ********************************************************
       INSATU-CTL-RTN             SECTION.
           EXIT.
      ********************************************************
      *  印刷処理（倉庫コードの切り替わりで改頁し、倉庫ごとに
      *  独立したリストとして出せるようにする。倉庫内は配送ルート
      *  の切り替わりでも改頁する）
      ********************************************************
       INSATU-RTN                 SECTION.
           IF  JF020-WHS-COD  IN  SRT-REC  NOT  =  WK-OLD-WHS-COD
             MOVE  JF020-WHS-COD  IN  SRT-REC  TO  WK-OLD-WHS-COD
             MOVE  SRT-ROUTE-COD  IN  SRT-REC  TO  WK-OLD-ROUTE-COD
             MOVE  +0  TO  PAGE-CNT
             PERFORM  MIDASHI-RTN
           ELSE
             IF  SRT-ROUTE-COD  IN  SRT-REC  NOT  =  WK-OLD-ROUTE-COD
               MOVE  SRT-ROUTE-COD  IN  SRT-REC  TO  WK-OLD-ROUTE-COD
               PERFORM  MIDASHI-RTN
             ELSE
               IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
                 PERFORM  MIDASHI-RTN
               END-IF
             END-IF
           END-IF.
           PERFORM  MEISAI-RTN.
           ADD   +1  TO  PAGE-CNT.
           MOVE  PAGE-CNT  TO  H1-PAGE-NO.
           MOVE  JF020-WHS-COD  IN  SRT-REC  TO  H1-WHS-COD.
           IF  SRT-ROUTE-COD  IN  SRT-REC  =  HIGH-VALUE
             MOVE  "ルート外"  TO  H1-ROUTE-COD
           ELSE
             MOVE  SRT-ROUTE-COD  IN  SRT-REC  TO  H1-ROUTE-COD
           END-IF.
           MOVE  H1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           MOVE  H2-KOMIDASHI  TO  OEF-REC.
       EXT.
           EXIT.
      ********************************************************
      *  ピッキング数量換算処理（ケース受注（単位区分"2"）は商品
      *  マスタのケース換算数量で基本単位へ換算する。換算数量
      *  未設定の商品・マスタ未登録の商品は受注数量をそのまま
      *  使う（KJBM030の単位換算処理と同じ扱い））
      ********************************************************
       KANSAN-RTN                 SECTION.
           MOVE  JF020-SURYO  IN  SRT-REC  TO  WK-PICK-SURYO.
           IF  JF020-UNIT-KBN  IN  SRT-REC  =  "2"
             MOVE  JF020-SHOHIN-NO  IN  SRT-REC  TO  CFSHO-SHOHIN-NO
                 END-IF
             END-READ
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  明細印刷処理（ピッキング数量は基本単位へ換算して印字
      *  する）
      ********************************************************
       MEISAI-RTN                 SECTION.
           PERFORM  KANSAN-RTN.
           MOVE  SPACE  TO  D1-MEISAI.
           MOVE  SRT-TANA-NO  IN  SRT-REC  TO  D1-TANA-NO.
           IF  SRT-RUSH-KBN  IN  SRT-REC  =  "0"
           MOVE  JF020-SHOHIN-NO   IN  SRT-REC  TO  D1-SHOHIN-NO.
           MOVE  JF020-SHOHIN-MEI  IN  SRT-REC  TO  D1-SHOHIN-MEI.
           MOVE  WK-PICK-SURYO     TO  D1-PICK-SURYO.
           IF  SRT-ROUTE-COD  IN  SRT-REC  NOT  =  HIGH-VALUE
             MOVE  SRT-DROP-SEQ  IN  SRT-REC  TO  D1-DROP-SEQ
           END-IF.
           MOVE  D1-MEISAI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  OEF-CNT.
           ADD  +1  TO  LINE-CNT.
           IF  JF020-KIT-KBN  IN  SRT-REC  NOT  =  "1"
             GO  TO  EXT
           END-IF.
           MOVE  SPACE  TO  WK-KIT-END-FLG.
           PERFORM  KOSEI-RTN
             VARYING  WK-KIT-SEQ  FROM  1  BY  1
               UNTIL  WK-KIT-SEQ  >  20
                   OR  WK-KIT-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  セット構成品印刷処理（処理中明細の商品番号でセット商品
      *  構成マスタを連番順に読み、構成品があれば棚番・商品名と
      *  ピッキング数量（基本単位のセット数量×セット１個あたり
      *  数量）を印字する。構成品の無い単品は何も印字しない）
      ********************************************************
       KOSEI-RTN                  SECTION.
           MOVE  JF020-SHOHIN-NO  IN  SRT-REC  TO  CFKIT-KIT-SHOHIN-NO.
           MOVE  WK-KIT-SEQ                    TO  CFKIT-SEQ.
           READ  KIT-FILE
             INVALID  KEY
               MOVE  "1"  TO  WK-KIT-END-FLG
               GO  TO  EXT
           END-READ.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  MIDASHI-RTN
           END-IF.
           COMPUTE  WK-KOSEI-SURYO  =  WK-PICK-SURYO  *
                                       CFKIT-KOSEI-SURYO.
           MOVE  CFKIT-KOSEI-SHOHIN-NO  TO  D2-SHOHIN-NO
                                            CFSHO-SHOHIN-NO
                                            CFBIN-SHOHIN-NO.
           READ  SHO-FILE
             INVALID  KEY
               MOVE  SPACE  TO  CFSHO-SHOHIN-MEI
           END-READ.
           MOVE  CFSHO-SHOHIN-MEI  TO  D2-SHOHIN-MEI.
           MOVE  JF020-WHS-COD  IN  SRT-REC  TO  CFBIN-WHS-COD.
           READ  BIN-FILE
             INVALID  KEY
               MOVE  SPACE  TO  CFBIN-TANA-NO
           END-READ.
           MOVE  CFBIN-TANA-NO     TO  D2-TANA-NO.
           MOVE  WK-KOSEI-SURYO    TO  D2-PICK-SURYO.
           MOVE  D2-KOSEI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  OEF-CNT.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  ウェーブモード開始処理（締め時刻・最大明細数を読む）
      ********************************************************
       WAVE-INIT-RTN              SECTION.
           OPEN  INPUT   STS-FILE.
           OPEN  INPUT   PRM-FILE.
           MOVE  "KJ-WAVE-CUTOFF"  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  CFPRM-EFF-DATE  =  ZERO
                 OR  CFPRM-EFF-DATE  <=  WK-PC-DATE8
                   MOVE  CFPRM-VALUE  TO  WK-CUTOFF-X
               END-IF
           END-READ.
           MOVE  SPACE  TO  WK-CUT-END-FLG.
           PERFORM  CUTOFF-CNT-RTN
             VARYING  WK-CUT-IDX  FROM  1  BY  1
               UNTIL  WK-CUT-IDX  >  4
                  OR  WK-CUT-END-FLG  =  "1".
           MOVE  "KJ-WAVE-MAX-GYO"  TO  CFPRM-PARM-KEY.
           READ  PRM-FILE
             INVALID  KEY
               CONTINUE
             NOT  INVALID  KEY
               IF  (CFPRM-EFF-DATE  =  ZERO
                    OR  CFPRM-EFF-DATE  <=  WK-PC-DATE8)
                 AND  CFPRM-VALUE  (1:3)  IS  NUMERIC
                 AND  CFPRM-VALUE  (1:3)  NOT  =  "000"
                   MOVE  CFPRM-VALUE  (1:3)  TO  WK-WAVE-MAX
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      *  締め時刻件数算出処理（先頭から数字４桁の時刻を数える）
      ********************************************************
       CUTOFF-CNT-RTN             SECTION.
           IF  WK-CUTOFF-HHMM  (WK-CUT-IDX)  IS  NUMERIC
             MOVE  WK-CUT-IDX  TO  WK-CUTOFF-CNT
           ELSE
             MOVE  "1"  TO  WK-CUT-END-FLG
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  ウェーブピッキング処理（倉庫・締め時刻区切り・受注番号
      *  順に並べてウェーブを割り当て、ウェーブ明細を書き出した
      *  後、ウェーブ明細をウェーブ・順路順に並べて印字する）
      ********************************************************
       WAVE-RTN                   SECTION.
           SORT  SRT-FILE
             ON  ASCENDING  KEY  JF020-WHS-COD   IN  SRT-REC
                                 SRT-KUGIRI-NO   IN  SRT-REC
                                 JF020-JUCHU-NO  IN  SRT-REC
                                 JF020-GYO-NO    IN  SRT-REC
                                 JF020-SHIP-SEQ  IN  SRT-REC
             INPUT   PROCEDURE  WAVE-ATSUME-RTN
             OUTPUT  PROCEDURE  WARIATE-CTL-RTN.
           SORT  SRW-FILE
             ON  ASCENDING  KEY  WAV-WHS-COD    IN  SRW-REC
                                 WAV-WAVE-NO    IN  SRW-REC
                                 WAV-PICK-SEQ   IN  SRW-REC
                                 WAV-TANA-NO    IN  SRW-REC
                                 WAV-SHOHIN-NO  IN  SRW-REC
                                 WAV-LOT-NO     IN  SRW-REC
                                 WAV-JUCHU-NO   IN  SRW-REC
                                 WAV-GYO-NO     IN  SRW-REC
                                 WAV-SHIP-SEQ   IN  SRW-REC
             USING   WAV-FILE
             OUTPUT  PROCEDURE  WAVE-INSATU-CTL-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  ウェーブ収集処理（入力側。至急分は区切り"0"、通常分は
      *  リリース時刻の締め時刻区切りを付けてソートへ渡す）
      ********************************************************
       WAVE-ATSUME-RTN            SECTION.
           PERFORM  ITF3-READ-RTN.
           PERFORM  WAVE-ITF3-RTN  UNTIL  ITF3-END-FLG  =  "1".
           PERFORM  ITF1-READ-RTN.
           PERFORM  WAVE-ITF1-RTN  UNTIL  ITF1-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  至急ストリームのウェーブ引き渡し処理
      ********************************************************
       WAVE-ITF3-RTN              SECTION.
           IF  JF020-DATA-KBN  OF  ITF3-REC  =  "1"
             AND  JF020-CHOKUSO-KBN  OF  ITF3-REC  NOT  =  "1"
             MOVE  ITF3-REC  TO  SRT-REC  (12:183)
             MOVE  "0"       TO  SRT-RUSH-KBN   IN  SRT-REC
             MOVE  ZERO      TO  SRT-KUGIRI-NO  IN  SRT-REC
             MOVE  JF020-SHOHIN-NO  OF  ITF3-REC  TO  CFBIN-SHOHIN-NO
             MOVE  JF020-WHS-COD    OF  ITF3-REC  TO  CFBIN-WHS-COD
             PERFORM  BIN-YOMI-RTN
             RELEASE  SRT-REC
           END-IF.
           PERFORM  ITF3-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  通常ストリームのウェーブ引き渡し処理
      ********************************************************
       WAVE-ITF1-RTN              SECTION.
           IF  JF020-DATA-KBN  OF  ITF1-REC  =  "1"
             AND  JF020-CHOKUSO-KBN  OF  ITF1-REC  NOT  =  "1"
             MOVE  ITF1-REC  TO  SRT-REC  (12:183)
             MOVE  "1"       TO  SRT-RUSH-KBN   IN  SRT-REC
             PERFORM  KUGIRI-RTN
             MOVE  WK-KUGIRI-NO  TO  SRT-KUGIRI-NO  IN  SRT-REC
             MOVE  JF020-SHOHIN-NO  OF  ITF1-REC  TO  CFBIN-SHOHIN-NO
             MOVE  JF020-WHS-COD    OF  ITF1-REC  TO  CFBIN-WHS-COD
             PERFORM  BIN-YOMI-RTN
             RELEASE  SRT-REC
           END-IF.
           PERFORM  ITF1-READ-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  締め時刻区切り判定処理（受注明細の最新のリリース日時を
      *  ステータス追跡から求め、当日のリリースは時刻が最初に
      *  収まる締め時刻の区切り、最後の締め時刻より後は最終区切り
      *  の次とする。締め時刻未登録・前日以前のリリース・追跡の
      *  無い明細は区切り１とする）
      ********************************************************
       KUGIRI-RTN                 SECTION.
           MOVE  1     TO  WK-KUGIRI-NO.
           MOVE  ZERO  TO  WK-RLS-DATE.
           MOVE  ZERO  TO  WK-RLS-TIME.
           IF  WK-CUTOFF-CNT  =  ZERO
             GO  TO  EXT
           END-IF.
           MOVE  "0"  TO  STS-END-FLG.
           MOVE  JF020-JUCHU-NO  OF  ITF1-REC  TO  STS-JUCHU-NO.
           MOVE  JF020-GYO-NO    OF  ITF1-REC  TO  STS-GYO-NO.
           MOVE  ZERO            TO  STS-DATE  STS-TIME.
           MOVE  LOW-VALUE       TO  STS-PGM-ID.
           START  STS-FILE  KEY  >=  STS-KEY
             INVALID  KEY
               MOVE  "1"  TO  STS-END-FLG
           END-START.
           PERFORM  STS-SCAN-RTN  UNTIL  STS-END-FLG  =  "1".
           IF  WK-RLS-DATE  NOT  =  WK-PC-DATE8
             GO  TO  EXT
           END-IF.
           COMPUTE  WK-KUGIRI-NO  =  WK-CUTOFF-CNT  +  1.
           MOVE  SPACE  TO  WK-CUT-END-FLG.
           PERFORM  KUGIRI-HANTEI-RTN
             VARYING  WK-CUT-IDX  FROM  1  BY  1
               UNTIL  WK-CUT-IDX  >  WK-CUTOFF-CNT
                  OR  WK-CUT-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  ステータス追跡走査処理（リリース"5"の最新日時を控える）
      ********************************************************
       STS-SCAN-RTN               SECTION.
           READ  STS-FILE  NEXT
             AT  END
               MOVE  "1"  TO  STS-END-FLG
               GO  TO  EXT
           END-READ.
           IF  STS-JUCHU-NO  NOT  =  JF020-JUCHU-NO  OF  ITF1-REC
             OR  STS-GYO-NO  NOT  =  JF020-GYO-NO    OF  ITF1-REC
               MOVE  "1"  TO  STS-END-FLG
               GO  TO  EXT
           END-IF.
           IF  STS-STATUS  =  "5"
             MOVE  STS-DATE  TO  WK-RLS-DATE
             MOVE  STS-TIME  TO  WK-RLS-TIME
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  締め時刻比較処理
      ********************************************************
       KUGIRI-HANTEI-RTN          SECTION.
           IF  WK-RLS-HHMM  <=  WK-CUTOFF-HHMM  (WK-CUT-IDX)
             MOVE  WK-CUT-IDX  TO  WK-KUGIRI-NO
             MOVE  "1"         TO  WK-CUT-END-FLG
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *  ウェーブ割当制御処理（出力側。受注単位に明細を控え、
      *  受注の切り替わりでウェーブを決めて書き出す）
      ********************************************************
       WARIATE-CTL-RTN            SECTION.
           OPEN  OUTPUT  WAV-FILE.
           PERFORM  RETURN-RTN.
           PERFORM  WARIATE-RTN  UNTIL  SRT-END-FLG  =  "1".
           PERFORM  ORD-FLUSH-RTN.
           CLOSE  WAV-FILE.
       EXT.
           EXIT.
      ********************************************************
      *  ウェーブ割当処理（倉庫が変わればウェーブ１から、締め
      *  時刻区切りが変われば次のウェーブから割り当てる）
      ********************************************************
       WARIATE-RTN                SECTION.
           IF  JF020-WHS-COD  IN  SRT-REC  NOT  =  WK-OLD-WHS-COD
             PERFORM  ORD-FLUSH-RTN
             MOVE  JF020-WHS-COD  IN  SRT-REC  TO  WK-OLD-WHS-COD
             MOVE  SRT-KUGIRI-NO  IN  SRT-REC  TO  WK-OLD-KUGIRI-NO
             MOVE  JF020-JUCHU-NO IN  SRT-REC  TO  WK-OLD-JUCHU-NO
             MOVE  1   TO  WK-WAVE-NO
             MOVE  +0  TO  WK-WAVE-GYO
           END-IF.
           IF  SRT-KUGIRI-NO  IN  SRT-REC  NOT  =  WK-OLD-KUGIRI-NO
             PERFORM  ORD-FLUSH-RTN
             MOVE  SRT-KUGIRI-NO  IN  SRT-REC  TO  WK-OLD-KUGIRI-NO
             IF  WK-WAVE-GYO  >  ZERO
               ADD  1   TO  WK-WAVE-NO
               MOVE  +0  TO  WK-WAVE-GYO
             END-IF
           END-IF.
           IF  JF020-JUCHU-NO  IN  SRT-REC  NOT  =  WK-OLD-JUCHU-NO
             OR  WK-ORD-CNT  >=  WK-ORD-MAX
               PERFORM  ORD-FLUSH-RTN
               MOVE  JF020-JUCHU-NO  IN  SRT-REC  TO  WK-OLD-JUCHU-NO
           END-IF.
           PERFORM  KANSAN-RTN.
           MOVE  SPACE                            TO  WAV-REC.
           MOVE  JF020-WHS-COD    IN  SRT-REC  TO  WAV-WHS-COD
                                                     IN  WAV-REC.
           MOVE  SRT-PICK-SEQ     IN  SRT-REC  TO  WAV-PICK-SEQ
                                                     IN  WAV-REC.
           MOVE  SRT-TANA-NO      IN  SRT-REC  TO  WAV-TANA-NO
                                                     IN  WAV-REC.
           MOVE  JF020-SHOHIN-NO  IN  SRT-REC  TO  WAV-SHOHIN-NO
                                                     IN  WAV-REC.
           MOVE  JF020-LOT-NO     IN  SRT-REC  TO  WAV-LOT-NO
                                                     IN  WAV-REC.
           MOVE  JF020-JUCHU-NO   IN  SRT-REC  TO  WAV-JUCHU-NO
                                                     IN  WAV-REC.
           MOVE  JF020-GYO-NO     IN  SRT-REC  TO  WAV-GYO-NO
                                                     IN  WAV-REC.
           MOVE  JF020-SHIP-SEQ   IN  SRT-REC  TO  WAV-SHIP-SEQ
                                                     IN  WAV-REC.
           MOVE  JF020-KIT-KBN    IN  SRT-REC  TO  WAV-KOSEI-KBN
                                                     IN  WAV-REC.
           MOVE  WK-PICK-SURYO                   TO  WAV-PICK-SURYO
                                                     IN  WAV-REC.
           MOVE  JF020-SHIP-COD   IN  SRT-REC  TO  WAV-SHIP-COD
                                                     IN  WAV-REC.
           MOVE  SRT-RUSH-KBN     IN  SRT-REC  TO  WAV-RUSH-KBN
                                                     IN  WAV-REC.
           MOVE  WK-PC-DATE8                     TO  WAV-SAKUSEI-DATE
                                                     IN  WAV-REC.
           ADD  +1  TO  WK-ORD-CNT.
           MOVE  WAV-REC  TO  WK-ORD-ENT  (WK-ORD-CNT).
           PERFORM  RETURN-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  受注明細書き出し処理（控えた受注を今のウェーブへ加えると
      *  最大明細数を超える場合は次のウェーブへ送る。１受注で
      *  最大明細数を超える受注は単独のウェーブとする）
      ********************************************************
       ORD-FLUSH-RTN              SECTION.
           IF  WK-ORD-CNT  =  ZERO
             GO  TO  EXT
           END-IF.
           IF  WK-WAVE-GYO  >  ZERO
             AND  WK-WAVE-GYO  +  WK-ORD-CNT  >  WK-WAVE-MAX
               ADD  1   TO  WK-WAVE-NO
               MOVE  +0  TO  WK-WAVE-GYO
           END-IF.
           PERFORM  ORD-WRITE-RTN
             VARYING  WK-ORD-IDX  FROM  1  BY  1
               UNTIL  WK-ORD-IDX  >  WK-ORD-CNT.
           ADD  WK-ORD-CNT  TO  WK-WAVE-GYO.
           MOVE  +0  TO  WK-ORD-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  ウェーブ明細出力処理（構成品の在庫で引き当てたセット
      *  明細は構成品ごとのウェーブ明細に展開する）
      ********************************************************
       ORD-WRITE-RTN              SECTION.
           MOVE  WK-ORD-ENT  (WK-ORD-IDX)  TO  WAV-REC.
           MOVE  WK-WAVE-NO  TO  WAV-WAVE-NO  IN  WAV-REC.
           IF  WAV-KOSEI-KBN  IN  WAV-REC  NOT  =  "1"
             MOVE  SPACE  TO  WAV-KOSEI-KBN  IN  WAV-REC
             WRITE  WAV-REC
             ADD  +1  TO  WAV-CNT
             GO  TO  EXT
           END-IF.
           MOVE  WAV-PICK-SURYO  IN  WAV-REC  TO  WK-PICK-SURYO.
           MOVE  WAV-SHOHIN-NO   IN  WAV-REC  TO  CFKIT-KIT-SHOHIN-NO.
           MOVE  SPACE  TO  WK-KIT-END-FLG.
           PERFORM  WAVE-KOSEI-RTN
             VARYING  WK-KIT-SEQ  FROM  1  BY  1
               UNTIL  WK-KIT-SEQ  >  20
                   OR  WK-KIT-END-FLG  =  "1".
       EXT.
           EXIT.
      ********************************************************
      *  構成品ウェーブ明細出力処理（構成品の棚番・順路で書き
      *  出す。構成品はロット指定なし）
      ********************************************************
       WAVE-KOSEI-RTN             SECTION.
           MOVE  WK-KIT-SEQ  TO  CFKIT-SEQ.
           READ  KIT-FILE
             INVALID  KEY
               MOVE  "1"  TO  WK-KIT-END-FLG
               GO  TO  EXT
           END-READ.
           MOVE  CFKIT-KOSEI-SHOHIN-NO  TO  WAV-SHOHIN-NO  IN  WAV-REC
                                            CFBIN-SHOHIN-NO.
           MOVE  WAV-WHS-COD  IN  WAV-REC  TO  CFBIN-WHS-COD.
           READ  BIN-FILE
             INVALID  KEY
               MOVE  9999   TO  WAV-PICK-SEQ  IN  WAV-REC
               MOVE  SPACE  TO  WAV-TANA-NO   IN  WAV-REC
             NOT  INVALID  KEY
               MOVE  CFBIN-PICK-SEQ  TO  WAV-PICK-SEQ  IN  WAV-REC
               MOVE  CFBIN-TANA-NO   TO  WAV-TANA-NO   IN  WAV-REC
           END-READ.
           MOVE  SPACE  TO  WAV-LOT-NO  IN  WAV-REC.
           MOVE  "1"    TO  WAV-KOSEI-KBN  IN  WAV-REC.
           COMPUTE  WAV-PICK-SURYO  IN  WAV-REC  =
                    WK-PICK-SURYO  *  CFKIT-KOSEI-SURYO.
           WRITE  WAV-REC.
           ADD  +1  TO  WAV-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  ウェーブ印刷制御処理（出力側。ウェーブ単位に控えて印字）
      ********************************************************
       WAVE-INSATU-CTL-RTN        SECTION.
           PERFORM  SRW-RETURN-RTN.
           PERFORM  WAVE-HIKAE-RTN  UNTIL  SRT-END-FLG  =  "1".
           PERFORM  WAVE-PRINT-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  ソート済みウェーブ明細入力処理
      ********************************************************
       SRW-RETURN-RTN             SECTION.
           RETURN  SRW-FILE
             AT  END
               MOVE  "1"  TO  SRT-END-FLG
           END-RETURN.
       EXT.
           EXIT.
      ********************************************************
      *  ウェーブ控え処理（倉庫・ウェーブが変われば控えた分を
      *  印字する。控えが一杯になった場合もそこで印字する）
      ********************************************************
       WAVE-HIKAE-RTN             SECTION.
           IF  WAV-WHS-COD  IN  SRW-REC  NOT  =  WK-OLD-WV-WHS
             OR  WAV-WAVE-NO  IN  SRW-REC  NOT  =  WK-OLD-WV-NO
             OR  WK-WV-CNT  >=  WK-WV-MAX
               PERFORM  WAVE-PRINT-RTN
               MOVE  WAV-WHS-COD  IN  SRW-REC  TO  WK-OLD-WV-WHS
               MOVE  WAV-WAVE-NO  IN  SRW-REC  TO  WK-OLD-WV-NO
           END-IF.
           ADD  +1  TO  WK-WV-CNT.
           MOVE  SRW-REC  TO  WK-WV-ENT  (WK-WV-CNT).
           PERFORM  SRW-RETURN-RTN.
       EXT.
           EXIT.
      ********************************************************
      *  ウェーブ印字処理（まとめ取りを改頁して印字し、続けて
      *  仕分けを改頁して印字する）
      ********************************************************
       WAVE-PRINT-RTN             SECTION.
           IF  WK-WV-CNT  =  ZERO
             GO  TO  EXT
           END-IF.
           ADD  +1  TO  WAVE-CNT.
           MOVE  +0  TO  PAGE-CNT.
           MOVE  "1"  TO  WK-WV-SECTION.
           PERFORM  WAVE-MIDASHI-RTN.
           MOVE  ZERO  TO  WK-MATOME-SURYO.
           MOVE  ZERO  TO  WK-MATOME-KENSU.
           MOVE  WK-WV-ENT  (1)  (6:25)  TO  WK-MATOME-KEY.
           PERFORM  MATOME-RTN
             VARYING  WK-WV-IDX  FROM  1  BY  1
               UNTIL  WK-WV-IDX  >  WK-WV-CNT.
           PERFORM  MATOME-PRINT-RTN.
           MOVE  "2"  TO  WK-WV-SECTION.
           PERFORM  WAVE-MIDASHI-RTN.
           MOVE  SPACE  TO  WK-MATOME-KEY.
           PERFORM  SHIWAKE-RTN
             VARYING  WK-WV-IDX  FROM  1  BY  1
               UNTIL  WK-WV-IDX  >  WK-WV-CNT.
           MOVE  +0  TO  WK-WV-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  まとめ取り集計処理（順路・棚番・商品・ロットが変われば
      *  集計行を印字する）
      ********************************************************
       MATOME-RTN                 SECTION.
           MOVE  WK-WV-ENT  (WK-WV-IDX)  TO  WAV-REC.
           MOVE  WK-WV-ENT  (WK-WV-IDX)  (6:25)  TO  WK-NEW-MATOME-KEY.
           IF  WK-NEW-MATOME-KEY  NOT  =  WK-MATOME-KEY
             PERFORM  MATOME-PRINT-RTN
             MOVE  WK-NEW-MATOME-KEY  TO  WK-MATOME-KEY
             MOVE  ZERO  TO  WK-MATOME-SURYO
             MOVE  ZERO  TO  WK-MATOME-KENSU
           END-IF.
           ADD  WAV-PICK-SURYO  IN  WAV-REC  TO  WK-MATOME-SURYO.
           ADD  1  TO  WK-MATOME-KENSU.
       EXT.
           EXIT.
      ********************************************************
      *  まとめ取り行印刷処理
      ********************************************************
       MATOME-PRINT-RTN           SECTION.
           IF  WK-MATOME-KENSU  =  ZERO
             GO  TO  EXT
           END-IF.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  WAVE-MIDASHI-RTN
           END-IF.
           MOVE  WK-MATOME-KEY  (1:4)    TO  W3-PICK-SEQ.
           MOVE  WK-MATOME-KEY  (5:6)    TO  W3-TANA-NO.
           MOVE  WK-MATOME-KEY  (11:5)   TO  W3-SHOHIN-NO
                                             CFSHO-SHOHIN-NO.
           MOVE  WK-MATOME-KEY  (16:10)  TO  W3-LOT-NO.
           READ  SHO-FILE
             INVALID  KEY
               MOVE  SPACE  TO  CFSHO-SHOHIN-MEI
           END-READ.
           MOVE  CFSHO-SHOHIN-MEI  TO  W3-SHOHIN-MEI.
           MOVE  WK-MATOME-SURYO   TO  W3-PICK-SURYO.
           MOVE  WK-MATOME-KENSU   TO  W3-KENSU.
           MOVE  W3-MATOME  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  OEF-CNT.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  仕分け印刷処理（受注明細ごとの仕分け数量を印字する）
      ********************************************************
       SHIWAKE-RTN                SECTION.
           IF  LINE-CNT  >=  WK-PAGE-LINE-CNT
             PERFORM  WAVE-MIDASHI-RTN
             MOVE  SPACE  TO  WK-MATOME-KEY
           END-IF.
           MOVE  WK-WV-ENT  (WK-WV-IDX)  TO  WAV-REC.
           MOVE  SPACE  TO  W5-SHIWAKE.
           IF  WK-WV-ENT  (WK-WV-IDX)  (6:25)  NOT  =  WK-MATOME-KEY
             MOVE  WK-WV-ENT  (WK-WV-IDX)  (6:25)  TO  WK-MATOME-KEY
             MOVE  WAV-TANA-NO    IN  WAV-REC  TO  W5-TANA-NO
             MOVE  WAV-SHOHIN-NO  IN  WAV-REC  TO  W5-SHOHIN-NO
                                                  CFSHO-SHOHIN-NO
             MOVE  WAV-LOT-NO     IN  WAV-REC  TO  W5-LOT-NO
             READ  SHO-FILE
               INVALID  KEY
                 MOVE  SPACE  TO  CFSHO-SHOHIN-MEI
             END-READ
             MOVE  CFSHO-SHOHIN-MEI  TO  W5-SHOHIN-MEI
           END-IF.
           MOVE  WAV-JUCHU-NO    IN  WAV-REC  TO  W5-JUCHU-NO.
           MOVE  WAV-GYO-NO      IN  WAV-REC  TO  W5-GYO-NO.
           MOVE  WAV-SHIP-SEQ    IN  WAV-REC  TO  W5-SHIP-SEQ.
           MOVE  WAV-SHIP-COD    IN  WAV-REC  TO  W5-SHIP-COD.
           MOVE  WAV-PICK-SURYO  IN  WAV-REC  TO  W5-PICK-SURYO.
           IF  WAV-RUSH-KBN  IN  WAV-REC  =  "0"
             MOVE  "*"  TO  W5-RUSH-MARK
           END-IF.
           IF  WAV-KOSEI-KBN  IN  WAV-REC  =  "1"
             MOVE  "（構成品）"  TO  W5-KOSEI
           END-IF.
           MOVE  W5-SHIWAKE  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  1.
           ADD  +1  TO  OEF-CNT.
           ADD  +1  TO  LINE-CNT.
       EXT.
           EXIT.
      ********************************************************
      *  ウェーブ見出し印刷処理（まとめ取り・仕分けの別に見出し
      *  を切り替える）
      ********************************************************
       WAVE-MIDASHI-RTN           SECTION.
           MOVE  +0  TO  LINE-CNT.
           ADD   +1  TO  PAGE-CNT.
           MOVE  PAGE-CNT       TO  W1-PAGE-NO.
           MOVE  WK-OLD-WV-WHS  TO  W1-WHS-COD.
           MOVE  WK-OLD-WV-NO   TO  W1-WAVE-NO.
           MOVE  WK-PC-DATE8    TO  W1-DATE.
           IF  WK-WV-SECTION  =  "1"
             MOVE  "ウェーブピッキングリスト"  TO  W1-TITLE
           ELSE
             MOVE  "仕分けリスト（受注別）"    TO  W1-TITLE
           END-IF.
           MOVE  W1-OOMIDASHI  TO  OEF-REC.
           WRITE  OEF-REC  AFTER  PAGE.
           IF  WK-WV-SECTION  =  "1"
             MOVE  W2-KOMIDASHI  TO  OEF-REC
           ELSE
             MOVE  W4-KOMIDASHI  TO  OEF-REC
           END-IF.
           WRITE  OEF-REC  AFTER  2.
       EXT.
           EXIT.
      ********************************************************
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  ITF3-FILE  ITF1-FILE  SHO-FILE  BIN-FILE
                  KIT-FILE  OEF-FILE.
           IF  WK-WAVE-FLG  =  "1"
             CLOSE  STS-FILE  PRM-FILE
             DISPLAY  "*** WAVE-CNT="  WAVE-CNT
             DISPLAY  "*** WAV-CNT="   WAV-CNT
           END-IF.
           DISPLAY  "*** ITF3-CNT="  ITF3-CNT.
           DISPLAY  "*** ITF1-CNT="  ITF1-CNT.
           DISPLAY  "*** OEF-CNT="   OEF-CNT.
