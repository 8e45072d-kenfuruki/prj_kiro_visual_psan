      *---------------------------------------------------------
      * VB71C170 : 訴訟・当局照会ホールドリストレコード
      * 訴訟・当局照会中のため保存期間を過ぎても記録を消しては
      * ならない契約を、契約者番号をキーに保持する(HORYUUM.DAT、
      * 索引編成)。保存期間経過データのパージ(QB71PG)は本リスト
      * に登録された契約のレコードを削除対象から外す。登録・解除
      * はホールド異動ファイル(HORYUUTR.DAT)をQB71PGが反映する。
      *     ホールド区分 '1'=訴訟 '2'=当局照会 '9'=その他
      *---------------------------------------------------------
       01  HL-ホールドレコード.
           05  HL-契約者番号           PIC 9(10).
           05  HL-ホールド区分         PIC X(1).
           05  HL-登録年月日           PIC 9(8).
           05  HL-登録者ID             PIC X(8).
           05  HL-ホールド事由         PIC X(40).
