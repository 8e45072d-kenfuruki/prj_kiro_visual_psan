      *---------------------------------------------------------
      * VB71C513 : 団体請求明細レコード
      * QB7415(団体扱い請求)が、QB7400の請求予定(VB71C510)の
      * うち請求予定日が当月に到来する団体扱い契約の回次を、
      * 団体コード付きで1回次＝1件で書き出す(QB7415SM.DAT)。
      * QB7425(団体入金消込)が団体の一括入金と突合し、構成契約
      * の未収管理(MISYUUM.DAT)を消し込む入力となる。
      *---------------------------------------------------------
       01  DS-団体請求明細レコード.
           05  DS-団体コード           PIC X(6).
           05  DS-請求年月             PIC 9(6).
           05  DS-契約者番号           PIC 9(10).
           05  DS-請求回次             PIC 9(3).
           05  DS-請求予定日           PIC 9(8).
           05  DS-請求金額             PIC 9(8).
