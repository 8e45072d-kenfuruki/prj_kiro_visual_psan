      *   ・未収回次が1回の契約：契約マスター(KEIYAKUM.DAT)の
      *     被保険者氏名漢字を宛名に使った督促状の印字イメージ
      *     (QB7900の満期案内と同じ行形式)を作成する。払込期限は
      *     請求予定日の30日後とし、非営業日の場合は営業日
      *     カレンダー(QB71CL)により翌営業日とする
      *   ・未収回次が2回以上連続している契約：失効候補一覧へ
      *     出力し、あわせてQB7200へそのまま投入できる解約('D')
      *     異動トランザクション(VB71C110形式)の案ファイルを
      * 対象なしとして件数のみ数える。
      * 改版履歴
      *   2026/09/02  新規作成
      *   2026/10/15  失効候補の解約('D')トランザクション案に消滅事由
      *               "失効"を設定するように変更
      *   2026/10/15  督促状の払込期限が非営業日の場合に翌営業日へ
      *               補正するように変更
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-初回未収回次        PIC 9(3).
           05  WS-初回未収金額        PIC 9(8).
           05  WS-初回請求予定日      PIC 9(8).
       01  WS-営業日項目.
           05  WS-営業日機能区分      PIC X(1).
           05  WS-営業日対象日        PIC 9(8).
           05  WS-営業日補正日        PIC 9(8).
           05  WS-営業日区分          PIC X(1).
           05  WS-営業日結果コード    PIC X(1).
       01  WS-払込期限日数            PIC 9(8).
       01  WS-払込期限                PIC 9(8).
       01  WS-期限分解 REDEFINES WS-払込期限.
           END-READ.

       督促状印字編集.
      * 払込期限は未収回次の請求予定日の30日後とし、非営業日の
      * 場合は翌営業日とする
           ADD 1 TO WS-督促件数
           WRITE TK-督促印字行 FROM WS-区切り行
           WRITE TK-督促印字行 FROM WS-表題行
               + 30
           COMPUTE WS-払込期限 =
               FUNCTION DATE-OF-INTEGER(WS-払込期限日数)
           MOVE '2'             TO WS-営業日機能区分
           MOVE WS-払込期限     TO WS-営業日対象日
           CALL 'QB71CL' USING WS-営業日項目
           MOVE WS-営業日補正日 TO WS-払込期限
           MOVE WS-期限年              TO WS-期限年編集
           MOVE WS-期限月              TO WS-期限月編集
           MOVE WS-期限日日            TO WS-期限日編集
                                           TR-保険終期日
                                           TR-証券年数
                                           TR-特約異動日
                                           TR-保険金額
                                           TR-特約保険金額
           MOVE "失効"                 TO TR-消滅事由
           WRITE TR-契約異動トランザクション.
