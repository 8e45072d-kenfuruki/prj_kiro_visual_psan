      *---------------------------------------------------------
      * VB71C523 : 事故受付・支払備金レコード
      * 契約者番号＋事故日＋担保特約種別コードをキーに、受付済の
      * 事故ごとの見込額・支払累計額・支払備金残高を保持する事故
      * 受付ファイル(JIKOUKEM.DAT、索引編成)。QB7465(事故受付)が
      * 見込額を登録・変更し、QB7470(保険金支払)が支払確定の
      * 都度、備金を取り崩す(一部支払は残額を備金として残す)。
      * 月末の種目別備金残高・増減明細はQB7475で出力する。
      * 担保特約種別コードが空白の事故は基本担保(主契約)。
      *     事故状態区分 '1'=受付(未払) '2'=一部支払済
      *                  '9'=終結(備金残高ゼロ)
      *---------------------------------------------------------
       01  JK-事故受付レコード.
           05  JK-事故キー.
               10  JK-契約者番号       PIC 9(10).
               10  JK-事故日           PIC 9(8).
               10  JK-担保特約種別コード PIC X(2).
           05  JK-証券種目区分         PIC X(2).
           05  JK-受付年月日           PIC 9(8).
           05  JK-見込額               PIC 9(10).
           05  JK-支払累計額           PIC 9(10).
           05  JK-備金残高             PIC 9(10).
           05  JK-事故状態区分         PIC X(1).
           05  JK-最終更新年月日       PIC 9(8).
