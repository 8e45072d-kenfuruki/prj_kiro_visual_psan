      *     機能区分 '1'=開始記録 '2'=終了記録 '3'=先行チェック
      *     結果コード '0'=正常(先行の正常終了あり)
      *                '8'=先行バッチの当日正常終了記録なし
      * 開始記録の際は営業日カレンダー(QB71CL)で当日が営業日か
      * を判定し、土日・祝日・銀行休業日の起動であれば警告を
      * 表示する(起動は拒否しない。結果コードも変えない)。
      * 改版履歴
      *   2026/08/23  新規作成
      *   2026/10/15  開始記録時に非営業日の起動を検知して警告を
      *               表示するように変更
      *   2026/10/15  契約マスター時点復元(QB71PT)の当日の正常終了
      *               記録より前にある先行バッチの正常終了記録は、
      *               先行チェックで無効とするように変更(復元前の
      *               マスターで動いた先行バッチの終了をもって後続
      *               を起動させない)
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  WS-ファイル終了        VALUE 'Y'.
       01  WS-現在日時                PIC X(21).
       01  WS-当日年月日              PIC 9(8).
       01  WS-営業日項目.
           05  WS-営業日機能区分      PIC X(1).
           05  WS-営業日対象日        PIC 9(8).
           05  WS-営業日補正日        PIC 9(8).
           05  WS-営業日区分          PIC X(1).
           05  WS-営業日結果コード    PIC X(1).
       LINKAGE SECTION.
       01  LK-ラン管理項目.
           05  LK-機能区分             PIC X(1).
           MOVE '0' TO LK-結果コード
           EVALUATE LK-機能区分
               WHEN '1'
                   PERFORM 営業日チェック
                   PERFORM 実行記録出力
               WHEN '2'
                   PERFORM 実行記録出力
               WHEN '3'
               CLOSE ラン管理ファイル
           END-IF.

       営業日チェック.
      * 当日が非営業日の場合は警告のみ表示する(休日の臨時運行
      * もあるため起動は拒否しない)
           MOVE '1'            TO WS-営業日機能区分
           MOVE WS-当日年月日  TO WS-営業日対象日
           CALL 'QB71CL' USING WS-営業日項目
           IF WS-営業日区分 = '0'
               DISPLAY "QB71RM 警告 非営業日の起動 "
                       LK-プログラムID " " WS-当日年月日
           END-IF.

       先行チェック.
      * 先行プログラムの当日分の正常終了記録(記録区分'2'かつ
      * 完了コード'0')を検索する。見つからない場合・ラン管理
      * ファイル自体が無い場合は結果コード'8'を返す。
      * 契約マスター時点復元(QB71PT)の当日の正常終了記録が
      * あった場合は、それより前の先行プログラムの正常終了記録
      * を無効とする(ラン管理ファイルは追記順のため、復元後に
      * 先行プログラムを再実行した記録があれば'0'に戻る)
           MOVE '8' TO LK-結果コード
           MOVE 'N' TO WS-ファイル終了スイッチ
           OPEN INPUT ラン管理ファイル
                              AND RM-完了コード = '0'
                               MOVE '0' TO LK-結果コード
                           END-IF
                           IF RM-ラン年月日 = WS-当日年月日
                              AND RM-ランプログラムID = 'QB71PT'
                              AND RM-記録区分 = '2'
                              AND RM-完了コード = '0'
                               MOVE '8' TO LK-結果コード
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ラン管理ファイル
