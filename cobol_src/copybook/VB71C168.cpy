      *---------------------------------------------------------
      * VB71C168 : 団体マスター レコードレイアウト
      * 団体コードをキーに、職域団体('11')の団体扱い(給与控除)
      * 契約の払込窓口となる団体(勤務先)の名称・担当部署・締め日
      * ・払込日を保持する(DANTAIM.DAT、索引編成)。契約は契約
      * マスターの団体コード(VB71C100)で団体に紐づく。
      * QB7415が控除依頼一覧・団体請求書の作成に、QB7425が団体
      * 入金の照合リストの作成に使う。
      *     締め日・払込日は日(01〜31)。29日以降は28日として扱う
      *     払込日が締め日以前の場合は翌月の払込日を払込期日と
      *     する
      *---------------------------------------------------------
       01  GM-団体マスターレコード.
           05  GM-団体コード           PIC X(6).
           05  GM-団体名称             PIC X(40).
           05  GM-担当部署             PIC X(30).
           05  GM-締め日               PIC 9(2).
           05  GM-払込日               PIC 9(2).
