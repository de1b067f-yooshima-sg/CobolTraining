      * サブシステム名：売上
      * プログラム名  ：口座振替依頼ファイル作成（全銀形式）
      * 作成日／作成者：２０２６年８月２２日  システム技研
      * 変更日／変更者：２０２６年１０月１５日  システム技研
      *       変更内容：口座確認未了の得意先の引落保留を追加
      ********************************************************
      *  売上集計ファイル（KUCF020、締日単位の請求期間別請求額）
      *  を読み、口座振替契約のある得意先（KCCFBNKの契約フラグ
      *  （得意先・口座・金額）を印字する。委託者コード・引落日
      *  は環境変数KUBM075_ITAKU_COD／KUBM075_HIKIOTOSHI_MMDD
      *  （ＭＭＤＤ４桁）から取得する。
      *  口座を登録・変更した後のゼロ円口座確認が済んでいない
      *  得意先（CFBNK-KAKUNIN-KBNが"1"確認待ち・"9"確認不能）は
      *  引落を保留して依頼ファイルへ出さず、提出控えリストに
      *  保留理由を付けて印字する。
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       01  ZGN-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
       01  SKP-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
       01  OEF-CNT                PIC  S9(9)  COMP-3  VALUE  +0.
       01  HOLD-CNT               PIC  S9(9)  COMP-3  VALUE  +0.
       01  WK-GOKEI-KINGAKU       PIC  S9(11) COMP-3  VALUE  +0.
       01  WK-PC-DATE8            PIC  9(08)          VALUE  ZERO.
       01  WK-ITAKU-COD           PIC   X(10)         VALUE  SPACE.
         02  D1-YM                PIC  X(6).
         02  FILLER               PIC  X(4)   VALUE  SPACE.
         02  D1-KINGAKU           PIC  --,---,---,--9.
         02  FILLER               PIC  X(2)   VALUE  SPACE.
         02  D1-BIKO              PIC  X(20).
         02  FILLER               PIC  X(56)  VALUE  SPACE.
       01  F1-GOKEI.
         02  FILLER               PIC  X(12)  VALUE  "＊合計＊".
         02  F1-KEN               PIC  ZZ,ZZ9.
      ********************************************************
      * 編集処理（口座振替契約のある得意先の請求額だけを全銀
      * データレコードにする。契約の無い得意先・請求額ゼロ以下
      * の期間は対象外として件数のみ数える。口座確認の済んで
      * いない得意先は引落を保留する）
      ********************************************************
       HENSYU-RTN                 SECTION.
           MOVE  UF020-TOKU-COD  TO  CFBNK-TOKU-COD.
             NOT  INVALID  KEY
               IF  CFBNK-ITAKU-FLG  =  "1"
                 AND  UF020-KINGAKU  >  ZERO
                   IF  CFBNK-KAKUNIN-KBN  =  "1"  OR  "9"
                     PERFORM  HORYU-RTN
                   ELSE
                     PERFORM  ZGN-WRITE-RTN
                   END-IF
               ELSE
                   ADD  +1  TO  SKP-CNT
               END-IF
           WRITE  ZGN-REC.
           ADD  +1  TO  ZGN-CNT.
           ADD  UF020-KINGAKU  TO  WK-GOKEI-KINGAKU.
           MOVE  SPACE  TO  D1-BIKO.
           PERFORM  OEF-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 引落保留処理（依頼ファイルへは出さず、提出控えリストに
      * 保留理由を付けて印字する。合計には含めない）
      ********************************************************
       HORYU-RTN                  SECTION.
           IF  CFBNK-KAKUNIN-KBN  =  "1"
             MOVE  "保留：口座確認待ち"  TO  D1-BIKO
           ELSE
             MOVE  "保留：口座確認不能"  TO  D1-BIKO
           END-IF.
           PERFORM  OEF-WRITE-RTN.
           ADD  +1  TO  HOLD-CNT.
       EXT.
           EXIT.
      ********************************************************
           DISPLAY  "*** ITF-CNT="  ITF-CNT.
           DISPLAY  "*** ZGN-CNT="  ZGN-CNT.
           DISPLAY  "*** SKP-CNT="  SKP-CNT.
           DISPLAY  "*** HOLD-CNT=" HOLD-CNT.
           DISPLAY  "*** KUBM075   END ***".
       EXT.
           EXIT.
