      * サブシステム名：売上
      * プログラム名  ：会計期間クローズ／再オープン
      * 作成日／作成者：２０２６年９月　２日  システム技研
      * 変更日／変更者：２０２６年１０月１５日  システム技研
      *       変更内容：売掛金照合結果をクローズ条件に追加
      ********************************************************
      *  会計期間ステータス（KCCFPER）の指定年月をクローズまたは
      *  再オープンする。対象年月は環境変数KUBM210_YM（YYYYMM）、
      *  RELEASE-FLG）を持つこと。クローズ時は実行ジャーナル
      *  （KJCF130）を点検し、締めに必要な各ステップ（KUBM010・
      *  KUBM020・KUBM060）の最新行が正常終了（区分"E"）である
      *  ことを確認できなければクローズしない。あわせて売掛金
      *  照合（KUBM395）の照合結果（CFPER-SHOGO-KBN）が"1"（差異
      *  なし）でなければクローズしない。再オープンでは照合結果を
      *  クリアし、照合のやり直しを求める。クローズ・再
      *  オープンの操作は監査ログ（KCCFLOG）へ記録する
      ********************************************************
       ENVIRONMENT                DIVISION.
      ********************************************************
      *  クローズ前チェック処理（実行ジャーナルを読み切り、必要
      *  ステップごとの最新行の区分を控える。最新行が"E"でない
      *  ステップが一つでもあればクローズを拒否する。指定年月の
      *  売掛金照合が差異なしで済んでいなければ同じく拒否する）
      ********************************************************
       CHECKLIST-RTN              SECTION.
           PERFORM  EXJ-READ-RTN.
                        WK-STEP-PGM  (WK-STEP-IDX)  " ***"
             END-IF
           END-PERFORM.
           MOVE  WK-YM  TO  CFPER-YM.
           READ  PER-FILE
             INVALID  KEY
               MOVE  SPACE  TO  CFPER-SHOGO-KBN
           END-READ.
           IF  CFPER-SHOGO-KBN  NOT  =  "1"
             MOVE  "1"  TO  WK-CHECK-NG-FLG
             DISPLAY  "*** AR RECONCILIATION NOT CLEAN: KUBM395 ***"
           END-IF.
       EXT.
           EXIT.
      ********************************************************
           MOVE  "0"          TO  CFPER-STATUS.
           MOVE  WK-PC-DATE8  TO  CFPER-CLOSE-DATE.
           MOVE  WK-OPID      TO  CFPER-CLOSE-USER.
           MOVE  SPACE        TO  CFPER-SHOGO-KBN.
           REWRITE  PER-REC.
           DISPLAY  "*** PERIOD "  WK-YM  " REOPENED ***".
           MOVE  "O"  TO  LOG-ACTION-KBN.
