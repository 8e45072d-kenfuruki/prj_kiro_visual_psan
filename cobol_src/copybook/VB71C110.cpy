      * コード(非空白時)の変更と、特約種別コード(非空白時)の
      * 中途付帯のみを反映する。特約を2件以上付帯する新規契約は
      * 'A'の後に付帯分の'C'を続けて投入する。
      * 改版履歴
      *   2026/10/15  保険金額・特約保険金額・消滅事由を追加。
      *               'A'は保険金額を主契約、特約保険金額を付帯
      *               特約の支払限度とする。'C'は保険金額(非ゼロ
      *               時)の変更と、中途付帯する特約の特約保険金額
      *               を反映する。'D'の消滅事由は消滅契約アーカ
      *               イブへ記録する(空白時は"解約")
      *   2026/10/15  団体コードを追加。'A'は団体扱い契約の団体
      *               コードとし、'C'は非空白時に団体コードの変更
      *               (団体への紐づけ)を反映する
      *   2026/10/15  'C'で特約種別コードが付帯済みの特約と一致し
      *               特約保険金額が非ゼロの場合は、中途付帯せず
      *               に当該特約明細の保険金額(支払限度)を変更
      *               する(移行時に保険金額ゼロ＝無制限で登録
      *               された特約に限度を設定するため)。特約保険
      *               金額がゼロの場合は従来どおり中途付帯とする
      *---------------------------------------------------------
       01  TR-契約異動トランザクション.
           05  TR-異動区分             PIC X(1).
           05  TR-払込区分             PIC X(1).
           05  TR-被保険者氏名カナ     PIC X(30).
           05  TR-被保険者氏名漢字     PIC X(30).
           05  TR-保険金額             PIC 9(10).
           05  TR-特約保険金額         PIC 9(10).
           05  TR-消滅事由             PIC X(10).
           05  TR-団体コード           PIC X(6).
