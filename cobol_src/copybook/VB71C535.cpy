      *---------------------------------------------------------
      * VB71C535 : 手数料精算結果レコード
      * QB7620(手数料精算確定)が代理店ごとに、QB7600の当月手数料
      * から手数料戻入額と前月繰越残を相殺し、個人代理店の源泉
      * 徴収税額を控除した精算結果を1代理店＝1件で書き出す
      * (QB7620SS.DAT)。QB7610の精算書印字の入力となる。
      *     差引額     ＝ 手数料額 − 戻入額 − 前月繰越残
      *     差引額≧0 ：振込額 ＝ 差引額 − 源泉徴収税額、翌月
      *                 繰越残 ＝ 0
      *     差引額＜0 ：振込額 ＝ 0、翌月繰越残 ＝ 差引額の絶対値
      *     精算区分 '1'=振込 '2'=翌月繰越 '3'=支払なし(差引ゼロ)
      *              '9'=保留(代理店マスター・振込口座未登録。
      *                  振込・繰越残の更新を行わない)
      *---------------------------------------------------------
       01  SS-手数料精算結果レコード.
           05  SS-代理店コード         PIC X(5).
           05  SS-代理店ランク         PIC X(1).
           05  SS-保険料合計           PIC 9(11).
           05  SS-手数料率             PIC 9(1)V9(4).
           05  SS-手数料額             PIC 9(11).
           05  SS-戻入件数             PIC 9(5).
           05  SS-戻入額               PIC 9(11).
           05  SS-前月繰越残           PIC 9(11).
           05  SS-差引額               PIC S9(11).
           05  SS-源泉徴収税額         PIC 9(11).
           05  SS-振込額               PIC 9(11).
           05  SS-翌月繰越残           PIC 9(11).
           05  SS-精算区分             PIC X(1).
