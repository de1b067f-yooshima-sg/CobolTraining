000010******************************************************************
000020*    KHCF060 : 仕入先デビットノートファイル      LRECL=90
000030******************************************************************
000040*    仕入先返品出荷（KJBM375）が返品伝票１枚ごとに起こす
000050*    仕入先への請求控除（デビットノート）。金額は返品数量×
000060*    元の発注単価。仕入請求照合（KHBM030）がその仕入先の
000070*    以後の請求書の未払残と相殺して消し込み、相殺し切れて
000080*    いない返品は未精算エージングリスト（KHBM060）が挙げる
000090     03  DBN-KEY.
000100       05  DBN-SIIRE-COD             PIC  X(06).
000110       05  DBN-RTV-NO                PIC  9(06).
000120*    返品出荷日（YYYYMMDD）
000130     03  DBN-RTV-DATE                PIC  9(08).
000140*    元の発注番号＋行番号
000150     03  DBN-PO-NO                   PIC  9(06).
000160     03  DBN-PO-GYO                  PIC  9(02).
000170     03  DBN-SHOHIN-NO               PIC  X(05).
000180     03  DBN-WHS-COD                 PIC  X(02).
000190     03  DBN-LOT-NO                  PIC  X(10).
000200*    返品数量（基本単位）・発注単価・控除額
000210     03  DBN-SURYO                   PIC  9(07).
000220     03  DBN-TANKA                   PIC S9(05)V9(2).
000230     03  DBN-KINGAKU                 PIC S9(09).
000240*    相殺済額（KHBM030が請求書と相殺した累計）
000250     03  DBN-SOSAI-GAKU              PIC S9(09).
000260*    状態（"0"＝未精算、"1"＝精算済）
000270     03  DBN-STATUS                  PIC  X(01).
000280*    直近の相殺日（YYYYMMDD）
000290     03  DBN-SOSAI-DATE              PIC  9(08).
000300     03  FILLER                      PIC  X(04).
