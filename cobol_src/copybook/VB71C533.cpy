      *---------------------------------------------------------
      * VB71C533 : 保険金支払月次累計レコード
      * QB71LR(損害率レポート)が保険金支払明細の世代ファイル
      * (QB7470RP.Dyyyymmdd)を1ヶ月分集計した証券種目区分×代理店
      * コード別の支払月計を、対象年月をキーに支払月次累計ファイル
      * (QB71LRKE.DAT)へ追記する1レコード。翌月以降のランが年度
      * 累計・前年同期の支払保険金の算出に読み戻す。
      *     代理店コードは契約マスター(消滅済の契約は消滅契約
      *     アーカイブ)から引き当てる
      *---------------------------------------------------------
       01  SK-支払月次累計レコード.
           05  SK-対象年月             PIC 9(6).
           05  SK-証券種目区分         PIC X(2).
           05  SK-代理店コード         PIC X(5).
           05  SK-支払件数             PIC 9(7).
           05  SK-支払金額合計         PIC 9(13).
