      *---------------------------------------------------------
      * VB71C544 : 再保険回収請求明細レコード
      * QB7470が支払確定した保険金のうち出再契約(再保険特約
      * マスターVB71C542の出再対象)の分について、再保険会社
      * ごとに出再保険料と同じ出再率で回収額を算出した1件
      * (QB7470RK.DAT)。再保険課が再保険会社へ回収請求する
      * 明細となる。
      *     回収額 ＝ 支払金額 × 出再率(円未満切捨て)
      *---------------------------------------------------------
       01  RK-再保険回収請求明細.
           05  RK-支払年月日           PIC 9(8).
           05  RK-再保険会社コード     PIC X(5).
           05  RK-契約者番号           PIC 9(10).
           05  RK-事故日               PIC 9(8).
           05  RK-担保特約種別コード   PIC X(2).
           05  RK-証券種目区分         PIC X(2).
           05  RK-保険金額             PIC 9(10).
           05  RK-支払金額             PIC 9(10).
           05  RK-出再率               PIC 9(1)V9(4).
           05  RK-回収額               PIC 9(10).
