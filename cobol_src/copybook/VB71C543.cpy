      *---------------------------------------------------------
      * VB71C543 : 出再明細(ボーダロー明細)レコード
      * QB7720が保険料日報(QB7100RP.DAT)・継続保険料明細
      * (QB71RNRP.DAT)の出再対象契約について、再保険会社ごとに
      * 出再保険料を算出した1件(QB7720SB.DAT)。再保険会社別の
      * ボーダロー印字と出再保険料仕訳の元データとなる。
      *     保険料区分 '1'=保険料日報 '2'=継続保険料明細
      *     出再保険料 ＝ 合計保険料 × 出再率(円未満切捨て)
      *---------------------------------------------------------
       01  SB-出再明細レコード.
           05  SB-計上年月日           PIC 9(8).
           05  SB-再保険会社コード     PIC X(5).
           05  SB-契約者番号           PIC 9(10).
           05  SB-証券種目区分         PIC X(2).
           05  SB-保険料区分           PIC X(1).
           05  SB-保険金額             PIC 9(10).
           05  SB-保有限度額           PIC 9(10).
           05  SB-出再率               PIC 9(1)V9(4).
           05  SB-合計保険料           PIC 9(8).
           05  SB-出再保険料           PIC 9(8).
