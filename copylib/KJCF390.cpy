000010******************************************************************
000020*    KJCF390 : 需要予測ファイル                  LRECL=60
000030******************************************************************
000040*    需要予測作成（KJBM465、月次）が商品＋倉庫ごとに基準年月
000050*    から12か月先までの月別予測数量を書き、毎月の実行で
000060*    基準年月以降の月を書き替える。基準年月より前の月は
000070*    書き替えず、翌月の実行が前月の予測精度の評価に使う。
000080*    計画担当の修正（KJCF395）は修正フラグ"1"と修正数量で
000090*    保持し、再計算でも消さない。有効な予測数量は修正フラグ
000100*    "1"なら修正数量、それ以外は統計予測数量とする。補充発注
000110*    推奨（KJBM130）が季節品の当月ペースとして読む
000120     03  JYS-KEY.
000130       05  JYS-SHOHIN-NO             PIC  X(05).
000140       05  JYS-WHS-COD               PIC  X(02).
000150       05  JYS-YM.
000160         07  JYS-YY                  PIC  9(04).
000170         07  JYS-MM                  PIC  9(02).
000180*    統計予測数量（季節指数×平滑化した水準と傾向）
000190     03  JYS-YOSOKU-SURYO            PIC  9(09).
000200*    計画担当の修正（"1"＝修正数量を使う）・修正数量・修正者
000210     03  JYS-SHUSEI-FLG              PIC  X(01).
000220     03  JYS-SHUSEI-SURYO            PIC  9(09).
000230     03  JYS-SHUSEI-USER             PIC  X(08).
000240*    予測の基準年月（YYYYMM）・計算日（YYYYMMDD）と、その月に
000250*    適用した季節指数
000260     03  JYS-KIJUN-YM                PIC  9(06).
000270     03  JYS-KEISAN-DATE             PIC  9(08).
000280     03  JYS-KISETSU-SHISU           PIC  9(01)V9(03).
000290     03  FILLER                      PIC  X(02).
