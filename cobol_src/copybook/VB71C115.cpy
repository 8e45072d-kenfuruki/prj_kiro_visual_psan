      *---------------------------------------------------------
      * VB71C115 : 異動入力管理レコード
      * QB7220(契約保守画面)で入力し、即時エディットを通過した
      * 異動トランザクション1件を、受付番号をキーに入力者ID・
      * 入力日時・承認状態付きで保持する(QB7220KR.DAT、索引
      * 編成)。承認された時点で異動トランザクションのイメージ
      * をQB7200の入力(QB7200TR.DAT、VB71C110)へ追記する。承認
      * 前のトランは取消でき、取消・承認の記録も本レコードに
      * 残す(誰がいつ入力・承認・取消したかの証跡)。
      *     受付番号 受付年月日＋当日内の受付連番
      *     状態区分 '0'=未承認 '1'=承認済 '9'=取消
      *     異動トランはVB71C110と同一レイアウト(155バイト)。
      *     VB71C110の項目追加時に長さを合わせて直すこと
      *---------------------------------------------------------
       01  IK-異動入力管理レコード.
           05  IK-受付番号.
               10  IK-受付年月日       PIC 9(8).
               10  IK-受付連番         PIC 9(4).
           05  IK-状態区分             PIC X(1).
           05  IK-入力者ID             PIC X(8).
           05  IK-入力年月日           PIC 9(8).
           05  IK-入力時分秒           PIC 9(6).
           05  IK-承認取消者ID         PIC X(8).
           05  IK-承認取消年月日       PIC 9(8).
           05  IK-承認取消時分秒       PIC 9(6).
           05  IK-異動トラン           PIC X(155).
