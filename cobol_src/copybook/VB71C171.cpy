      *---------------------------------------------------------
      * VB71C171 : 保存期間経過データ削除証跡レコード
      * 保存期間経過データのパージ(QB71PG)が実行モードで削除した
      * 件数を、実行日時・ファイル別・年度別(4月～翌3月。削除した
      * レコードの基準日による)に1行ずつ追記する(QB71PGLG.DAT)。
      * 監査への削除実績の説明に使用する。
      *---------------------------------------------------------
       01  PL-削除証跡レコード.
           05  PL-実行年月日           PIC 9(8).
           05  PL-実行時分秒           PIC 9(6).
           05  PL-ファイル名           PIC X(16).
           05  PL-年度                 PIC 9(4).
           05  PL-削除件数             PIC 9(9).
           05  PL-ホールド除外件数     PIC 9(9).
           05  PL-保存年数             PIC 9(2).
           05  PL-削除基準日           PIC 9(8).
