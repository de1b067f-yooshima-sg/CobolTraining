000100*      KJ-HENSA-LIMIT  単価差異許容率％（KJBM030、数字３桁）
000110*      UR-RITSU-DEF    既定歩合率（KUBM080、99V99の４桁）
000120*      UR-RITSU-xxxx   営業員別歩合率（xxxx＝営業員コード）
000122*      UR-HIKIATE-n    年齢区分別貸倒引当率％（KUBM260、n＝
000124*                      ０期日内〜４＝９０日超、99V99の４桁）
000126*      UR-HENKIN-DAYS  返金候補とする貸方残の経過日数（KUBM280、
000128*                      数字３桁）
000132*      UR-KAKUNIN-GAKU 残高確認書を必ず送る残高しきい値（KUBM300、
000134*                      数字９桁）
000136*      UR-KAKUNIN-RITU しきい値未満の得意先から無作為抽出する率％
000138*                      （KUBM300、数字３桁）
000139*      KJ-KENSA-DAYS   受入検査待ちの滞留とみなす経過日数
000140*                      （KJBM370、数字３桁）
000142*      KH-PPV-TOL      仕入価格差異の警告とする差異率％（KHBM070、
000144*                      数字３桁）
000145*      KJ-WAVE-CUTOFF  ウェーブの締め時刻HHMM×最大４個（KJBM100、
000146*                      早い順に詰めて設定。空白以降は無視）
000147*      KJ-WAVE-MAX-GYO １ウェーブの最大明細数（KJBM100、数字３桁。
000148*                      既定１００）
000149*      KJ-CTN-MAX-KG   １箱の重量上限ｋｇ（KJBM395、数字３桁。
000150*                      既定２５）
000151*      KJ-SSCC-PREFIX  ＳＳＣＣ拡張桁＋GS1事業者コード（KJBM395、
000152*                      左詰め数字８〜１２桁）
000153*      KJ-SSCC-NEXT    ＳＳＣＣの次に使う連番（KJBM395が採番し
000154*                      書き戻す。数字９桁）
000155*      KJ-SSCC-LAST    ＳＳＣＣ連番の割当範囲の末尾（KJBM395、
000156*                      数字９桁。ゼロ＝連番桁数の上限まで）
000157*      KJ-CTN-TARE-KG  １箱の風袋重量ｋｇ（KJBM410の総重量計算、
000158*                      99V99の４桁。既定０．５０）
000159*      KJ-LOST-DMD     "1"＝機会損失数量を月間売上ペースへ加算
000160*                      （KJBM130。バックオーダーに残った分は除く。
000161*                      既定は加算しない）
000162*      KJ-IJO-BAIRITSU 受注数量・金額の異常判定に使う購買実績
000163*                      平均の倍率（KJBM050、数字３桁。既定５）
000164*      KJ-DUP-SCORE    重複得意先候補として印字する一致点数の
000165*                      下限（KJBM440、数字３桁。既定４０）
000166*      UR-KYUMIN-DAYS  休眠得意先とする最終受注からの経過日数
000167*                      （KUBM335、数字３桁。既定９０）
000168*      UR-GENSHO-RITU  減少得意先とする前年同期間比の減少率％
000169*                      （KUBM335、数字３桁。既定３０）
000170*      UR-CR-UP-RIYO   与信限度の増額を提案する利用率％の下限
000171*                      （KUBM340、数字３桁。既定８０）
000172*      UR-CR-UP-ZOWAKU 増額を提案する直近１年の一時増枠回数の
000173*                      下限（KUBM340、数字３桁。既定２）
000174*      UR-CR-UP-CHIEN  増額を提案できる平均遅延日数の上限
000175*                      （KUBM340、数字３桁。既定５）
000176*      UR-CR-DN-CHIEN  減額を提案する平均遅延日数の下限
000177*                      （KUBM340、数字３桁。既定３０）
000178*      UR-CR-DN-DSO    減額を提案する売掛日数（ＤＳＯ）の下限
000179*                      （KUBM340、数字３桁。既定９０）
000180*      UR-CR-DN-FUNO   減額を提案する連続口座振替不能回数の
000181*                      下限（KUBM340、数字３桁。既定２）
000182*      UR-CR-RITU      提案する与信限度額の増減率％
000183*                      （KUBM340、数字３桁。既定２０）
000184*      KH-HYOKA-WT     仕入先評価の総合点の重み％（KHBM100、納期
000185*                      遵守率・充足率・照合一致率の順に数字３桁
000186*                      ×３。合計１００のときだけ採用。既定
000187*                      ０４０：０３０：０３０）
000188*      KH-HYOKA-GEN    返品・不合格ロット１件あたりの減点
000189*                      （KHBM100、数字３桁。既定２）
000190*      KH-RFQ-GAKU     見積依頼金額。推奨発注数量×単価がこの
000191*                      額以上の行は相見積を取る（KHBM110・
000192*                      KHBM010、数字９桁。既定１，０００，
000193*                      ０００。ゼロは見積依頼を行わない）
000194*      KH-RFQ-DAYS     見積の回答期限日数（KHBM110、数字３桁。
000195*                      既定７）
000196     03  CFPRM-PARM-KEY              PIC  X(16).
000197     03  CFPRM-VALUE                 PIC  X(16).
000198*    適用開始日（YYYYMMDD。ゼロ＝即時適用）
000199     03  CFPRM-EFF-DATE              PIC  9(08).
