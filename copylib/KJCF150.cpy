000104*    HLD）、"7"＝売上計上（KUBM010→UF010）、"8"＝請求済
000106*    （KUBM020）、"9"＝リリース待ち（KJBM185→RLO）、
000108*    "A"＝配達済（運送会社ステータス取込KJBM265）
000110*    ピッキングリスト作成（KJBM100）のウェーブモードは"5"の
000112*    日時で締め時刻の区切りを判定する
000130     03  STS-KEY.
000140       05  STS-JUCHU-KEY.
000150         07  STS-JUCHU-NO            PIC  9(06).
