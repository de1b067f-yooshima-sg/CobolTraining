000010******************************************************************
000020*    KUCF080 : 出荷確認ファイル                  LRECL=32
000030******************************************************************
000040*    倉庫が実際に出荷した実績の戻し。KUBM010はこの確認が
000050*    取れた受注明細だけを売上（UF010）へ計上する
000150*    倉庫が申告する。1=在庫差異、2=破損・汚損、9=その他。
000160*    空白＝申告なし。KUBM010の短出荷リストが集計する）
000170     03  SCF-SHORT-RISON             PIC  X(01).
000180*    直送発注番号・行番号（直送出荷確認取込（KHBM080）が仕入先
000190*    の出荷確認から作る行にだけ設定する。倉庫の出荷確認は
000200*    空白。KUBM010は直送明細の原価をこの発注行の仕入単価と
000210*    する）
000220     03  SCF-PO-NO                   PIC  9(06).
000230     03  SCF-PO-GYO                  PIC  9(02).
