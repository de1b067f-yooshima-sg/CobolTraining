000010******************************************************************
000020*    KUCF250 : 発行文書再発行ログファイル           LRECL=90
000030******************************************************************
000040*    保存文書の再発行（KUBM390）の依頼１件につき１件を追記
000050*    する。外部名RHL、順編成。誰がいつどの文書の再発行を
000060*    求めたかと、その結果を残す
000070     03  RHL-SAIHAKKO-DATE           PIC  9(08).
000080     03  RHL-SAIHAKKO-TIME           PIC  9(06).
000090*    依頼者（オペレータＩＤ、環境変数KCOPID）
000100     03  RHL-USER-ID                 PIC  X(08).
000110     03  RHL-DOC-KBN                 PIC  X(01).
000120     03  RHL-DOC-NO                  PIC  X(10).
000130*    再発行した保存文書の発行日・発行時刻（該当なしはゼロ）
000140     03  RHL-HAKKO-DATE              PIC  9(08).
000150     03  RHL-HAKKO-TIME              PIC  9(08).
000160     03  RHL-RIYU                    PIC  X(40).
000170*    結果（"0"＝再発行した、"1"＝該当文書なし、"2"＝改ざんを
000180*    検知したため再発行しない、"3"＝操作者マスタに無い依頼者
000190*    のため再発行しない）
000200     03  RHL-KEKKA                   PIC  X(01).
