      *---------------------------------------------------------
      * VB71C541 : 未経過保険料残高レコード
      * QB7710(未経過保険料計算)が基準日時点の在籍契約ごとの
      * 未経過保険料を、基準年月をキーに未経過保険料残高ファイル
      * (QB7710ZN.DAT)へ追記する1レコード。翌月のランが前月
      * 残高(当月解約分を除く)の算出に読み戻す。
      *     未経過保険料 ＝ 合計保険料 × 未経過日数 ÷ 保険期間日数
      *     (円未満切捨て、基準日が保険始期日より前の契約は全額)
      *     保険料区分 '1'=保険料日報(QB7100RP) '2'=継続保険料
      *                明細(QB71RNRP)
      *---------------------------------------------------------
       01  UP-未経過保険料残高レコード.
           05  UP-基準年月             PIC 9(6).
           05  UP-契約者番号           PIC 9(10).
           05  UP-証券種目区分         PIC X(2).
           05  UP-保険料区分           PIC X(1).
           05  UP-合計保険料           PIC 9(8).
           05  UP-保険期間日数         PIC 9(5).
           05  UP-未経過日数           PIC 9(5).
           05  UP-未経過保険料         PIC 9(8).
