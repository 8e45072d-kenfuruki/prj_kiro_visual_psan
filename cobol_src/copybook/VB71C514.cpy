      *---------------------------------------------------------
      * VB71C514 : 団体入金レコード
      * 団体(勤務先)が給与控除した保険料をまとめて払い込んだ
      * 一括入金1件分(QB7425RS.DAT、QB7425の入力)。同じ団体の
      * 入金が複数件ある場合は合算して団体請求額と照合する。
      *---------------------------------------------------------
       01  DN-団体入金レコード.
           05  DN-団体コード           PIC X(6).
           05  DN-入金日               PIC 9(8).
           05  DN-入金額               PIC 9(11).
