      *               (QB71RNRP.DAT)も日付付き世代(QB71RNRP.
      *               Dyyyymmdd)へ退避するように変更(QB71RNが
      *               毎ラン作り直すため初期化は行わない)
      *   2026/10/15  損害率レポート(QB71LR)が保険金支払の月次
      *               集計に使えるよう、QB7470の保険金支払明細
      *               (QB7470RP.DAT)のうち支払年月日が当日の明細を
      *               日付付き世代(QB7470RP.Dyyyymmdd)へ退避する
      *               ように変更(QB7470が走らなかった日に前回分を
      *               二重に退避しない)
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO WS-世代継続ファイル名
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-世代継続状態.
           SELECT 支払明細ファイル
               ASSIGN TO "QB7470RP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-支払状態.
           SELECT 世代支払ファイル
               ASSIGN TO WS-世代支払ファイル名
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-世代支払状態.
           SELECT 料率適用履歴ファイル
               ASSIGN TO "QB71RH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY VB71C902.
       FD  世代継続ファイル.
       01  GR-継続保険料明細          PIC X(47).
       FD  支払明細ファイル.
           COPY VB71C522.
       FD  世代支払ファイル.
       01  GP-保険金支払明細          PIC X(40).
       FD  料率適用履歴ファイル.
           COPY VB71C600.
       FD  世代履歴ファイル.
       01  WS-世代ログ状態            PIC X(2).
       01  WS-継続状態                PIC X(2).
       01  WS-世代継続状態            PIC X(2).
       01  WS-支払状態                PIC X(2).
       01  WS-世代支払状態            PIC X(2).
       01  WS-履歴状態                PIC X(2).
       01  WS-世代履歴状態            PIC X(2).
       01  WS-世代ファイル名          PIC X(18).
       01  WS-世代継続ファイル名      PIC X(18).
       01  WS-世代支払ファイル名      PIC X(18).
       01  WS-世代ログファイル名      PIC X(17).
       01  WS-世代履歴ファイル名      PIC X(16).
       01  WS-現在日時                PIC X(21).
       01  WS-ログ退避件数            PIC 9(9)  VALUE ZERO.
       01  WS-履歴退避件数            PIC 9(9)  VALUE ZERO.
       01  WS-継続退避件数            PIC 9(9)  VALUE ZERO.
       01  WS-支払退避件数            PIC 9(9)  VALUE ZERO.
       01  WS-ラン管理項目.
           05  WS-ラン機能区分        PIC X(1).
           05  WS-ランプログラムID    PIC X(8)  VALUE 'QB71GC'.
           PERFORM 処理ログ退避
           PERFORM 料率履歴退避
           PERFORM 継続明細退避
           PERFORM 支払明細退避
           DISPLAY "QB71GC 退避 " WS-退避件数
                   " ログ " WS-ログ退避件数
                   " 履歴 " WS-履歴退避件数
                   " 継続 " WS-継続退避件数
                   " 支払 " WS-支払退避件数
                   " 世代 " WS-世代ファイル名
           PERFORM ラン終了処理
           STOP RUN.
               CLOSE 世代継続ファイル
           END-IF.

       支払明細退避.
      * 当日の保険金支払明細を日付付き世代へ退避する(損害率
      * レポートのQB71LRが1ヶ月分を読む)。QB7470は毎日走るとは
      * 限らず前回ランの明細が残っている場合があるため、支払
      * 年月日が当日の明細だけを退避する。明細が無い場合は何も
      * しない
           STRING "QB7470RP.D" WS-現在日時(1:8)
               DELIMITED BY SIZE
               INTO WS-世代支払ファイル名
           END-STRING
           OPEN INPUT 支払明細ファイル
           IF WS-支払状態 NOT = "00"
               DISPLAY "QB71GC 支払明細未検出 " WS-支払状態
           ELSE
               OPEN OUTPUT 世代支払ファイル
               MOVE 'N' TO WS-ファイル終了スイッチ
               PERFORM UNTIL WS-ファイル終了
                   READ 支払明細ファイル
                       AT END
                           SET WS-ファイル終了 TO TRUE
                       NOT AT END
                           IF PM-支払年月日 =
                                  WS-現在日時(1:8)
                               ADD 1 TO WS-支払退避件数
                               WRITE GP-保険金支払明細
                                   FROM PM-保険金支払明細
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE 支払明細ファイル
               CLOSE 世代支払ファイル
           END-IF.

       ラン開始処理.
      * 先行バッチ(QB71CT)の当日正常終了を確認してから開始記録
      * を書く。未終了の場合は、突合・サインオフ前の日報や処理
