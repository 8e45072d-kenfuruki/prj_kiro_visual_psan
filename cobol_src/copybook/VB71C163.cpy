      * から削除する直前の特約明細を、契約者番号＋消滅年月日＋
      * 特約連番をキーに履歴保全する(KEIYAKRA.DAT、索引編成)。
      * 契約本体の消滅分はVB71C162(KEIYAKUA.DAT)を参照。
      * 改版履歴
      *   2026/10/15  特約明細の保険金額・支払累計額の追加に伴い、
      *               同項目を追加
      *---------------------------------------------------------
       01  KA-消滅特約アーカイブレコード.
           05  KA-特約アーカイブキー.
               10  KA-特約連番         PIC 9(2).
           05  KA-特約種別コード       PIC X(2).
           05  KA-特約異動日           PIC 9(8).
           05  KA-保険金額             PIC 9(10).
           05  KA-支払累計額           PIC 9(10).
