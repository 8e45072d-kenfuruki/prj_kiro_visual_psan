      *---------------------------------------------------------
      * VB71C524 : 支払備金異動レコード
      * 事故受付ファイル(VB71C523)の備金残高を動かした都度、
      * 1異動＝1件で支払備金異動ファイル(JIKOIDOU.DAT)へ追記
      * する。QB7465(受付・見込額変更・終結)とQB7470(支払確定
      * による取崩)が書き、QB7475が月末の種目別増減明細と
      * 備金残高の算出に読む。異動金額は常に正の値とし、増減の
      * 向きは異動区分で判定する。
      *     異動区分 '1'=受付計上(増) '2'=見込増額(増)
      *              '3'=見込減額(減) '4'=支払取崩(減)
      *              '5'=終結取崩(減)
      *---------------------------------------------------------
       01  BI-支払備金異動レコード.
           05  BI-異動年月日           PIC 9(8).
           05  BI-契約者番号           PIC 9(10).
           05  BI-事故日               PIC 9(8).
           05  BI-担保特約種別コード   PIC X(2).
           05  BI-証券種目区分         PIC X(2).
           05  BI-異動区分             PIC X(1).
           05  BI-異動金額             PIC 9(10).
           05  BI-異動後備金残高       PIC 9(10).
