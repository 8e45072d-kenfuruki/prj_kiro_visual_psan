      *---------------------------------------------------------
      * VB71C731 : 料率改定承認レコード
      * 数理部門の承認者が料率改定承認ファイル(RYORITSN.DAT)へ
      * 登録する料率改定の承認1件。QB71PRが適用開始日の到来した
      * 承認を順に処理し、料率マスター(VB71C730)の提案料率(環境
      * 区分'9')を本番料率(環境区分'1')へ昇格する。
      *     処理区分 '1'=昇格 '2'=切戻し(1つ前の版の本番料率へ
      *              戻す。セグメント種別・キーは使用しない)
      *     セグメント種別 昇格対象のセグメント種別("01"〜"06")
      *     セグメントキー 昇格対象のセグメントキー(空白は当該
      *                    セグメント種別の提案料率すべて)
      *     起票者IDと承認者IDが同一の承認は処理を拒否する
      *---------------------------------------------------------
       01  RA-料率改定承認レコード.
           05  RA-承認番号             PIC X(10).
           05  RA-処理区分             PIC X(1).
           05  RA-セグメント種別       PIC X(2).
           05  RA-セグメントキー       PIC X(10).
           05  RA-適用開始日           PIC 9(8).
           05  RA-起票者ID             PIC X(8).
           05  RA-承認者ID             PIC X(8).
           05  RA-承認年月日           PIC 9(8).
