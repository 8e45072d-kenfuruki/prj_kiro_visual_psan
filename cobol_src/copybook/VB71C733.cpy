      *---------------------------------------------------------
      * VB71C733 : 料率改定履歴レコード
      * QB71PRが処理した料率改定承認1件ごとの処理結果を料率改定
      * 履歴ファイル(RYORITUH.DAT)へ追記する(当局検査向けの料率
      * 変更の承認経緯)。拒否した承認も記録する。結果コード'0'
      * の承認番号は処理済とし、再投入されても処理しない。
      *     結果コード '0'=完了 '8'=拒否
      *---------------------------------------------------------
       01  KH-料率改定履歴レコード.
           05  KH-承認番号             PIC X(10).
           05  KH-処理区分             PIC X(1).
           05  KH-セグメント種別       PIC X(2).
           05  KH-セグメントキー       PIC X(10).
           05  KH-適用開始日           PIC 9(8).
           05  KH-起票者ID             PIC X(8).
           05  KH-承認者ID             PIC X(8).
           05  KH-処理年月日           PIC 9(8).
           05  KH-処理時分秒           PIC 9(6).
           05  KH-改定前バージョン     PIC 9(6).
           05  KH-改定後バージョン     PIC 9(6).
           05  KH-変更件数             PIC 9(4).
           05  KH-結果コード           PIC X(1).
           05  KH-結果内容             PIC X(30).
