      * しかなかった。特約明細の消滅分はVB71C163へ退避する。
      * 当局照会・過年度問い合わせにはQB7480の照会リスト出力
      * バッチで印字する。
      * 改版履歴
      *   2026/10/15  契約マスターの保険金額・支払累計額の追加に
      *               伴い、同項目を追加。消滅事由は異動トランザク
      *               ションの消滅事由(空白時は"解約")を記録する
      *   2026/10/15  契約マスターの団体コードの追加に伴い、同項目
      *               を追加
      *---------------------------------------------------------
       01  AR-消滅契約アーカイブレコード.
           05  AR-アーカイブキー.
           05  AR-払込区分             PIC X(1).
           05  AR-被保険者氏名カナ     PIC X(30).
           05  AR-被保険者氏名漢字     PIC X(30).
           05  AR-保険金額             PIC 9(10).
           05  AR-支払累計額           PIC 9(10).
           05  AR-団体コード           PIC X(6).
