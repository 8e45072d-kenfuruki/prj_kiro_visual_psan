      *---------------------------------------------------------
      * VB71C534 : 手数料戻入明細レコード
      * QB7620(手数料精算確定)が解約確定分(QB7460TR.DAT)の契約
      * ごとに、解約返戻金明細(QB7500RP.DAT)の返戻金額に代理店
      * マスター(VB71C165)の契約手数料率を掛けて算出した手数料
      * 戻入額を1契約＝1件で書き出す(QB7620RN.DAT)。QB7610が
      * 精算書の戻入明細として代理店ごとに印字する。
      *     戻入額 ＝ 返戻金額 × 手数料率(円未満四捨五入)
      *---------------------------------------------------------
       01  TM-手数料戻入明細.
           05  TM-代理店コード         PIC X(5).
           05  TM-契約者番号           PIC 9(10).
           05  TM-証券種目区分         PIC X(2).
           05  TM-解約日               PIC 9(8).
           05  TM-返戻金額             PIC 9(8).
           05  TM-手数料率             PIC 9(1)V9(4).
           05  TM-戻入額               PIC 9(11).
