000100     03  MVJ-WHS-COD                 PIC  X(02).
000110*    移動区分（1＝受注引当、2＝入庫、3＝棚卸調整、
000120*    4＝マスタメンテ修正、5＝返品戻入、6＝倉庫間移動
000122*    （出庫側はマイナス・入庫側はプラスの対の２行）、
000124*    7＝セット組立・解体（消費側はマイナス・生成側はプラス
000126*    の対の行。起因伝票は指図番号）、8＝仕入先返品（起因
000127*    伝票は返品番号。返品待ちからの出荷は移動前後に返品
000128*    待ち数量を記録する）、9＝委託在庫（倉庫コードは委託在庫
000129*    場所。補充入庫はプラス、使用計上はマイナス））
000130     03  MVJ-IDO-KBN                 PIC  X(01).
000140*    移動数量（加算はプラス、減算はマイナス）
000150     03  MVJ-IDO-SURYO               PIC S9(07).
000160*    移動前／移動後の在庫数量
000165*    （委託在庫は委託在庫場所の商品別ロット別在庫の合計）
000170     03  MVJ-ZAIKO-BEFORE            PIC S9(07).
000180     03  MVJ-ZAIKO-AFTER             PIC S9(07).
000190*    起因伝票（受注番号＋行番号、入庫の仕入先等）
