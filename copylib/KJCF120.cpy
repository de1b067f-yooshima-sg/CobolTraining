000030******************************************************************
000040*    旧得意先コードを新得意先コードへ統合（リタイア）する
000050*    申請。KJBM155が一括実行で全ファイルのキーを付け替える。
000055*    重複得意先候補リスト（KJBM440）の候補ファイルはこの
000056*    形式で出力されるため、確認後そのまま申請に使える。
000060*    エラー区分："1"＝コード指定不正（旧＝新または空白）、
000070*    "2"＝旧コードがマスタに無い、"3"＝新コードがマスタに
000080*    無い、"4"＝１回の実行で扱える対数（１００）の超過
