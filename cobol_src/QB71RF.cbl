       PROGRAM-ID. QB71RF.
      *---------------------------------------------------------
      * 自火超：契約在籍ロールフォワード検証バッチ
      * 「前日在籍＋新規＋復活−解約＝当日在籍」を証券種目区分別に
      * 突合し、在籍件数そのものが正しく動いたかを検証する。
      * QB71CTは当日の「日報件数＝マスター在籍−エラー件数」を
      * 見るだけのため、QB7200のトランザクション二重投入のような
      *   ・繰越ファイル(QB71ZAN.DAT)：前日ラン終了時点の種目別
      *     在籍件数
      *   ・QB7200の異動ジャーナル(QB7200JL.DAT、VB71C120)：処理
      *     結果「正常」の新規('A')・解約('D')件数、およびQB7210
      *     が追記した復活('F')件数(種目は更新後/更新前レコード
      *     イメージの証券種目区分欄から取る)
      *   ・契約マスター(KEIYAKUM.DAT)：種目別の当日実在籍件数
      * 種目ごとに前日在籍＋新規＋復活−解約と実在籍を突合し、不一致の
      * 種目はQB71CTの総合判定と同様にNGとして差分件数付きの
      * レポートを出力する。検証後、当日実在籍を繰越ファイルへ
      * 書き戻して翌日の前日在籍とする。
      * 書き出しのみ行う。
      * 改版履歴
      *   2026/09/02  新規作成
      *   2026/10/15  失効契約の復活(QB7210、異動区分'F')を復活件数
      *               として集計し、計算在籍に加算するように変更
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-前日在籍件数     PIC 9(7).
               10  WS-新規件数         PIC 9(7).
               10  WS-解約件数         PIC 9(7).
               10  WS-復活件数         PIC 9(7).
               10  WS-実在籍件数       PIC 9(7).
               10  WS-計算在籍件数     PIC 9(7).
               10  WS-差分件数         PIC S9(7).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  WS-見出し年月日        PIC 9(8).
       01  WS-見出し行2.
           05  FILLER                 PIC X(49)  VALUE
               '種目 前日在籍    新規    解約    復活'.
           05  FILLER                 PIC X(44)  VALUE
               ' 計算在籍 実在籍   差分 判定'.
       01  WS-種目行.
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-行解約件数          PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-行復活件数          PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-行計算在籍          PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-行実在籍            PIC ZZZ,ZZ9.
           END-PERFORM.

       ジャーナル集計.
      * 処理結果「正常」の新規('A')・解約('D')・復活('F')を種目
      * 別に数える。種目は新規・復活が更新後レコード、解約が
      * 更新前レコードの契約マスターイメージの証券種目区分欄
      * (11〜12桁目)から取る。
      * ジャーナルの無い日(QB7200未実行)は異動ゼロとして続行
      * する
           OPEN INPUT 異動ジャーナルファイル
                       MOVE JL-更新前レコード(11:2)
                           TO WS-抽出種目区分
                       PERFORM 解約件数加算
                   WHEN 'F'
                       MOVE JL-更新後レコード(11:2)
                           TO WS-抽出種目区分
                       PERFORM 復活件数加算
               END-EVALUATE
           END-IF.

               END-IF
           END-PERFORM.

       復活件数加算.
           PERFORM VARYING WS-種目添字 FROM 1 BY 1
                   UNTIL WS-種目添字 > 5
               IF WS-種目コード(WS-種目添字) =
                      WS-抽出種目区分
                   ADD 1 TO WS-復活件数(WS-種目添字)
               END-IF
           END-PERFORM.

       マスター集計.
           OPEN INPUT 契約マスターファイル
           IF WS-契約マスター状態 NOT = "00"
           WRITE RF-レポート行 FROM WS-総合判定行.

       種目行出力.
      * 前日在籍＋新規＋復活−解約と実在籍の差分を求め、判定欄に
      * OK／NGを編集する
           COMPUTE WS-計算在籍件数(WS-種目添字) =
               WS-前日在籍件数(WS-種目添字)
               + WS-新規件数(WS-種目添字)
               + WS-復活件数(WS-種目添字)
               - WS-解約件数(WS-種目添字)
           COMPUTE WS-差分件数(WS-種目添字) =
               WS-実在籍件数(WS-種目添字)
               TO WS-行新規件数
           MOVE WS-解約件数(WS-種目添字)
               TO WS-行解約件数
           MOVE WS-復活件数(WS-種目添字)
               TO WS-行復活件数
           MOVE WS-計算在籍件数(WS-種目添字)
               TO WS-行計算在籍
           MOVE WS-実在籍件数(WS-種目添字)
