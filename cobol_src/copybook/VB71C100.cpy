      *               を追加
      *   2026/08/23  代理店別実績集計(QB7600)向けに扱い代理店を
      *               示す代理店コードを追加
      *   2026/10/15  保険金支払(QB7470)の支払限度検証向けに、基本
      *               担保(主契約)の保険金額と支払累計額を追加
      *   2026/10/15  職域団体の団体扱い(給与控除)請求(QB7415)向け
      *               に、契約の払込窓口となる団体を示す団体コード
      *               を追加
      *---------------------------------------------------------
       01  CM-契約マスターレコード.
           05  CM-契約者番号           PIC 9(10).
           05  CM-被保険者情報.
               10  CM-被保険者氏名カナ PIC X(30).
               10  CM-被保険者氏名漢字 PIC X(30).
           05  CM-保険金額             PIC 9(10).
      *        基本担保(主契約)の支払限度。ゼロは未設定(限度検証
      *        を行わない)。特約担保の保険金額はVB71C150を参照
           05  CM-支払累計額           PIC 9(10).
           05  CM-団体コード           PIC X(6).
      *        団体マスター(DANTAIM.DAT、VB71C168)の団体コード。
      *        非空白の契約は団体扱いとし、個人の口座振替を行わない
