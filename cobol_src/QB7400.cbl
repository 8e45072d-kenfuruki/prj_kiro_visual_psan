      * 寄せ、全回次の合計が必ず合計保険料と一致するようにする。
      * 請求予定日は保険始期日から回次間隔分の月数を進めた日付と
      * し、日が29日以降の場合は月により存在しないため28日に
      * 補正する。さらに土日・祝日・銀行休業日の場合は営業日
      * カレンダー(QB71CL)により翌営業日へ補正する。ただし翌営業
      * 日が翌月になる場合は請求月がずれないよう前営業日とする。
      * 改版履歴
      *   2026/08/23  新規作成
      *   2026/10/15  請求予定日が非営業日の場合に翌営業日(月を
      *               またぐ場合は前営業日)へ補正するように変更
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-予定年              PIC 9(4).
           05  WS-予定月              PIC 9(2).
           05  WS-予定日日            PIC 9(2).
       01  WS-営業日項目.
           05  WS-営業日機能区分      PIC X(1).
           05  WS-営業日対象日        PIC 9(8).
           05  WS-営業日補正日        PIC 9(8).
           05  WS-営業日区分          PIC X(1).
           05  WS-営業日結果コード    PIC X(1).
       01  WS-入力件数                PIC 9(9)  VALUE ZERO.
       01  WS-出力件数                PIC 9(9)  VALUE ZERO.
       01  WS-対象なし件数            PIC 9(9)  VALUE ZERO.
       請求予定日計算.
      * 保険始期日に(請求回次−1)×回次間隔分の月数を加えた
      * 日付を請求予定日とする。日が29日以降は月により存在
      * しないため28日に補正する。非営業日の場合は翌営業日へ
      * 補正し、翌営業日が翌月になる場合は前営業日とする
           COMPUTE WS-経過月数 =
               (WS-請求回次 - 1) * WS-回次間隔月数
           COMPUTE WS-通算月数 =
           ELSE
               MOVE WS-始期日日 TO WS-予定日日
           END-IF
           MOVE '2'             TO WS-営業日機能区分
           MOVE WS-予定日分解   TO WS-営業日対象日
           CALL 'QB71CL' USING WS-営業日項目
           IF WS-営業日補正日(1:6) NOT = WS-予定日分解(1:6)
               MOVE '3'         TO WS-営業日機能区分
               CALL 'QB71CL' USING WS-営業日項目
           END-IF
           MOVE WS-営業日補正日 TO BL-請求予定日.

       払込方法別出力.
           ADD 1 TO WS-出力件数
