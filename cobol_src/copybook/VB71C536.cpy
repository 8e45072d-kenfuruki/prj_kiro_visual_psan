      *---------------------------------------------------------
      * VB71C536 : 手数料繰越残レコード
      * 代理店コードをキーに、手数料戻入が当月手数料を上回った
      * 代理店の翌月繰越残を保持する(TESUKZAN.DAT、索引編成)。
      * QB7620(手数料精算確定)が次回精算の前月繰越残として読み、
      * 精算のたびに更新する。同日の再実行で繰越残を二重に相殺
      * しないよう、精算前の残高と精算年月日を併せて持つ(精算
      * 年月日が処理基準日と同じ場合は精算前残高から計算し直す)。
      *---------------------------------------------------------
       01  KZ-手数料繰越残レコード.
           05  KZ-代理店コード         PIC X(5).
           05  KZ-繰越残高             PIC 9(11).
           05  KZ-精算前残高           PIC 9(11).
           05  KZ-精算年月日           PIC 9(8).
