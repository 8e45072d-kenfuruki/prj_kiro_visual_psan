      * 回す。返戻金額ゼロの契約は解約'D'トランのみ出力する。
      * 改版履歴
      *   2026/09/02  新規作成
      *   2026/10/15  解約('D')トランザクションに消滅事由"解約"を
      *               設定するように変更
      *   2026/10/15  手数料戻入(QB7620)向けに、解約('D')トラン
      *               ザクションへ契約マスターの代理店コードを
      *               設定するように変更
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       解約トラン出力.
      * QB7200へそのまま投入できる解約('D')トランザクションを
      * 書き出す(代理店コードはQB7620の手数料戻入が使う)
           MOVE SPACES TO TR-契約異動トランザクション
           MOVE 'D'                    TO TR-異動区分
           MOVE HR-契約者番号          TO TR-契約者番号
           MOVE CM-証券種目区分        TO TR-証券種目区分
           MOVE CM-代理店コード        TO TR-代理店コード
           MOVE ZERO                   TO TR-保険始期日
                                           TR-保険終期日
                                           TR-証券年数
                                           TR-特約異動日
                                           TR-保険金額
                                           TR-特約保険金額
           MOVE "解約"                 TO TR-消滅事由
           WRITE TR-契約異動トランザクション.

       種目別金額集計.
