      *   ・保険始期日を現保険終期日へ進める
      *   ・保険終期日を現保険期間と同じ月数だけ先へ進める
      *   ・証券年数に1を加算する
      *   ・契約・特約の支払累計額をゼロに戻す(前保険期間の支払
      *     を新保険期間の保険金額の枠に数えない)
      * の更改確定を契約マスターへ直接反映する。反映結果はQB7200
      * の異動ジャーナルと同じレイアウト(VB71C120)の更改ジャー
      * ナルファイルへ更新前後のイメージ付きで書き出す(異動区分
      * は更改を示す'R'とする)。更改後の契約は契約マスター上で
      * 新期間の在籍契約となるため、翌朝のQB7300→QB7000のランに
      * そのまま乗る。
      * 特約明細(KEIYAKUR.DAT)の支払累計額のリセットは、特約1件
      * ごとに処理結果"特約支払累計リセット"の更改ジャーナルと
      * して更新前後の特約明細イメージを書き出す。
      * 改版履歴
      *   2026/09/02  新規作成
      *   2026/10/15  更改時に契約マスターの支払累計額と特約明細
      *               (KEIYAKUR.DAT)の支払累計額をゼロに戻すように
      *               変更(前保険期間の支払でQB7470が新保険期間
      *               の請求をE104としないため)
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-契約者番号
               FILE STATUS IS WS-契約マスター状態.
           SELECT 特約明細ファイル
               ASSIGN TO "KEIYAKUR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KR-特約明細キー
               FILE STATUS IS WS-特約明細状態.
           SELECT 更改ジャーナルファイル
               ASSIGN TO "QB7450JL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05  KT-解約日               PIC 9(8).
       FD  契約マスターファイル.
           COPY VB71C100.
       FD  特約明細ファイル.
           COPY VB71C150.
       FD  更改ジャーナルファイル.
           COPY VB71C120.
       WORKING-STORAGE SECTION.
       01  WS-継続状態                PIC X(2).
       01  WS-解約状態                PIC X(2).
       01  WS-契約マスター状態        PIC X(2).
       01  WS-特約明細状態            PIC X(2).
       01  WS-ジャーナル状態          PIC X(2).
       01  WS-ファイル終了スイッチ    PIC X(1).
           88  WS-ファイル終了        VALUE 'Y'.
       01  WS-現在日時                PIC X(21).
       01  WS-処理基準日              PIC 9(8).
       01  WS-更新前イメージ          PIC X(200).
       01  WS-特約添字                PIC 9(2).
       01  WS-保険期間月数            PIC 9(4).
       01  WS-通算月数                PIC 9(6).
       01  WS-始期日8                 PIC 9(8).
       01  WS-満期未到来件数          PIC 9(9)  VALUE ZERO.
       01  WS-申出件数                PIC 9(9)  VALUE ZERO.
       01  WS-対象なし件数            PIC 9(9)  VALUE ZERO.
       01  WS-特約リセット件数        PIC 9(9)  VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           OPEN INPUT  継続保険料ファイル
           OPEN I-O    契約マスターファイル
           OPEN I-O    特約明細ファイル
           OPEN OUTPUT 更改ジャーナルファイル
           IF WS-継続状態 NOT = "00"
              OR WS-契約マスター状態 NOT = "00"
              OR WS-特約明細状態 NOT = "00"
              OR WS-ジャーナル状態 NOT = "00"
               DISPLAY "QB7450 ファイルOPENエラー "
                       WS-継続状態 " "
                       WS-契約マスター状態 " "
                       WS-特約明細状態 " "
                       WS-ジャーナル状態
               STOP RUN
           END-IF
           END-PERFORM
           CLOSE 継続保険料ファイル
           CLOSE 契約マスターファイル
           CLOSE 特約明細ファイル
           CLOSE 更改ジャーナルファイル
           DISPLAY "QB7450 入力 " WS-入力件数
                   " 更改 " WS-更改件数
                   " 満期未到来 " WS-満期未到来件数
                   " 解約申出 " WS-申出件数
                   " 対象なし " WS-対象なし件数
                   " 特約リセット " WS-特約リセット件数
           STOP RUN.

       解約申出読込.

       更改確定反映.
      * 保険始期日を現保険終期日へ進め、保険終期日を現保険期間
      * と同じ月数だけ先へ進めて証券年数に1を加算する。契約・
      * 特約の支払累計額は新保険期間の分としてゼロから数え直す。
      * 反映の前後イメージは更改ジャーナルへ書き出す
           MOVE CM-契約マスターレコード
               TO WS-更新前イメージ
           MOVE CM-保険始期日 TO WS-始期日8
           MOVE CM-保険終期日      TO CM-保険始期日
           MOVE WS-新終期日分解    TO CM-保険終期日
           ADD 1 TO CM-証券年数
           MOVE ZERO TO CM-支払累計額
           REWRITE CM-契約マスターレコード
           ADD 1 TO WS-更改件数
           PERFORM 更改ジャーナル出力
           PERFORM 特約支払累計リセット.

       特約支払累計リセット.
      * 特約明細を連番1から特約件数分読み込み、支払累計額をゼロ
      * に戻す(特約明細が欠落している連番は飛ばす)
           MOVE CM-契約者番号 TO KR-契約者番号
           PERFORM VARYING WS-特約添字 FROM 1 BY 1
                   UNTIL WS-特約添字 > CM-特約件数
               MOVE WS-特約添字 TO KR-特約連番
               READ 特約明細ファイル
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE KR-特約明細レコード
                           TO WS-更新前イメージ
                       MOVE ZERO TO KR-支払累計額
                       REWRITE KR-特約明細レコード
                       ADD 1 TO WS-特約リセット件数
                       PERFORM 特約ジャーナル出力
               END-READ
           END-PERFORM.

       新終期日計算.
      * 現保険終期日に保険期間の月数を加えた日付を新しい保険
           MOVE CM-契約マスターレコード
                                 TO JL-更新後レコード
           WRITE JL-異動ジャーナルレコード.

       特約ジャーナル出力.
           MOVE FUNCTION CURRENT-DATE TO WS-現在日時
           MOVE WS-現在日時(1:8)       TO JL-処理年月日
           MOVE WS-現在日時(9:6)       TO JL-処理時分秒
           MOVE 'R'                    TO JL-異動区分
           MOVE RN-契約者番号          TO JL-契約者番号
           MOVE "特約支払累計リセット" TO JL-処理結果
           MOVE WS-更新前イメージ
                                 TO JL-更新前レコード
           MOVE KR-特約明細レコード
                                 TO JL-更新後レコード
           WRITE JL-異動ジャーナルレコード.
