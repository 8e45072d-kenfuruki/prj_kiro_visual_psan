      *---------------------------------------------------------
      * VB71C169 : 営業日カレンダー レコードレイアウト
      * 土日以外の非営業日(国民の祝日・振替休日、年末年始等の
      * 銀行休業日、臨時休業日)を1日＝1件で保持する営業日
      * カレンダーファイル(EIGYOCAL.DAT、順編成)。業務側が毎年
      * 翌年分の休日を追記して保守する。土曜日・日曜日は暦から
      * 判定するため登録不要。
      * QB71CL(営業日判定・補正モジュール)がラン中の初回呼出し
      * 時にテーブルへロードし、QB7400・QB7410・QB7415・QB7430
      * の期日補正とQB71RMの非営業日起動チェックに使う。
      *     休日区分 '1'=祝日・振替休日 '2'=銀行休業日
      *              '3'=臨時休業日
      *---------------------------------------------------------
       01  EC-営業日カレンダーレコード.
           05  EC-休日年月日           PIC 9(8).
           05  EC-休日区分             PIC X(1).
           05  EC-休日名称             PIC X(20).
