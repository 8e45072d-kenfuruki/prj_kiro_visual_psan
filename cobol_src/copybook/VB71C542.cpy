      *---------------------------------------------------------
      * VB71C542 : 再保険特約マスター レコードレイアウト
      * 証券種目区分＋再保険会社コードをキーに、出再する種目の
      * 保有限度額と再保険会社ごとの出再割合を保持する(SAITOKUM.
      * DAT、索引編成)。保険金額(VB71C100のCM-保険金額)が保有
      * 限度額を超える契約を出再対象とし、超過分の割合(超過率)
      * を再保険会社ごとの出再割合で分け合う。
      *     超過率 ＝(保険金額 − 保有限度額)÷ 保険金額
      *     出再率 ＝ 超過率 × 出再割合
      * 同一種目の出再割合の合計は1.0000以下とし、保有限度額は
      * 同一種目内で同じ値を設定する。有効期間外の行は出再計算
      * (QB7720)・再保険回収(QB7470)のいずれにも使用しない。
      *---------------------------------------------------------
       01  RI-再保険特約レコード.
           05  RI-再保険特約キー.
               10  RI-証券種目区分     PIC X(2).
               10  RI-再保険会社コード PIC X(5).
           05  RI-再保険会社名称       PIC X(30).
           05  RI-保有限度額           PIC 9(10).
           05  RI-出再割合             PIC 9(1)V9(4).
           05  RI-有効開始日           PIC 9(8).
           05  RI-有効終了日           PIC 9(8).
