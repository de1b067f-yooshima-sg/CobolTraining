000010******************************************************************
000020*    KJCF235 : 出荷事前案内（ＡＳＮ）抽出ファイル   LRECL=80
000030******************************************************************
000040*    運送便割当（KJBM110）後にＡＳＮ抽出（KJBM260）が取引先
000050*    別に書き出す出荷事前案内の明細。取引先ＩＤ単位に分割
000060*    して伝送する。明細行（区分"1"）の後に、梱包計算
000062*    （KJBM395）の箱明細（KJCF340）から箱ごとの行（区分"2"、
000064*    数量は箱入数量）を続ける
000070     03  ASN-PARTNER-ID              PIC  X(08).
000080     03  ASN-TOKU-COD                PIC  X(04).
000090     03  ASN-JUCHU-NO                PIC  9(06).
000160*    出荷予定日（YYYYMMDD）・割当運送会社
000170     03  ASN-SHIP-DATE               PIC  9(08).
000180     03  ASN-CARRIER-COD             PIC  X(02).
000190*    レコード区分（"1"＝明細、"2"＝箱）・ＳＳＣＣ・ｘ箱目／ｙ箱
000200*    （箱は出荷（受注番号＋出荷連番）単位の通し番号）
000210     03  ASN-REC-KBN                 PIC  X(01).
000220     03  ASN-SSCC                    PIC  X(18).
000230     03  ASN-CARTON-NO               PIC  9(03).
000240     03  ASN-CARTON-SU               PIC  9(03).
000250     03  FILLER                      PIC  X(01).
