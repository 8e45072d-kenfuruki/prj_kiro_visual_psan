      * まで計算対象にできる。特約連番は1から付帯順に採番し、
      * 契約マスターのCM-特約件数と件数を一致させて保守する
      * (不一致はQB7300のエディットで検出する)。
      * 改版履歴
      *   2026/10/15  保険金支払(QB7470)の支払限度検証向けに、特約
      *               担保の保険金額と支払累計額を追加(保険金額
      *               ゼロは未設定として限度検証を行わない)
      *---------------------------------------------------------
       01  KR-特約明細レコード.
           05  KR-特約明細キー.
               10  KR-特約連番         PIC 9(2).
           05  KR-特約種別コード       PIC X(2).
           05  KR-特約異動日           PIC 9(8).
           05  KR-保険金額             PIC 9(10).
           05  KR-支払累計額           PIC 9(10).
