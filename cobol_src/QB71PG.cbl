       IDENTIFICATION DIVISION.
       PROGRAM-ID. QB71PG.
      *---------------------------------------------------------
      * 自火超：保存期間経過データのパージバッチ
      * ファイル種別ごとの保存年数(パラメータファイルQB71PGPR.DAT)
      * に基づき、保存期間を過ぎたレコードを削除する。従来は一度
      * 書いたら消す仕組みが無く、保存期間を超えた個人情報を持ち
      * 続けていることを監査で指摘された。
      * 対象ファイルと削除の基準日(基準日が処理日の保存年数前の
      * 同月同日より前のレコードを削除する)
      *   種別'AR' 消滅契約アーカイブ(KEIYAKUA.DAT、VB71C162)・
      *            消滅特約アーカイブ(KEIYAKRA.DAT、VB71C163)
      *            ：消滅年月日
      *   種別'RH' 料率適用履歴の世代ファイル(QB71RH.Dyyyymmdd、
      *            VB71C600)：世代の日付
      *   種別'LG' 処理ログの世代ファイル(QB71LOG.Dyyyymmdd)
      *            ：世代の日付
      *   種別'JL' 異動ジャーナル(QB7200JL.DAT)・巻戻しジャーナル
      *            (QB71PTJL.DAT、VB71C120)：処理年月日
      *   種別'MS' 未収管理ファイル(MISYUUM.DAT、VB71C161)の入金済
      *            ('1')のレコード：消込年月日
      * パラメータに保存年数の指定が無い種別は削除しない。世代
      * ファイルは削除基準日の前日から走査年数分さかのぼった日付
      * の世代を探す(初回に古い世代をまとめて消す場合は走査年数
      * を大きくして実行する)。世代ファイル・順編成ファイルは
      * 残すレコードだけで作り直す(全件削除となった世代は空の
      * ファイルとして残る)。QB7910は料率適用履歴の世代を遡及
      * 年数分読むため、'RH'の保存年数はそれより長くすること。
      * 訴訟・当局照会中の契約は契約者番号単位でホールドリスト
      * (HORYUUM.DAT、VB71C170)に登録し、登録された契約のレコード
      * はすべての種別で削除対象から外す。ホールドの登録('A')・
      * 解除('D')はホールド異動ファイル(HORYUUTR.DAT)に書いて
      * 本バッチで反映する(処理モードにかかわらず反映する。
      * 登録済みへの登録は内容の更新、未登録の解除は警告のみと
      * するため、同じ異動を再度流しても結果は変わらない)。
      * パラメータファイル(QB71PGPR.DAT)
      *   1件目   処理モード '1'=プレビュー(削除予定一覧のみ)
      *                      '2'=実行(一覧を出力して削除する)
      *                      (それ以外はプレビューとする)
      *           走査年数(ゼロ・非数値は3年)
      *   2件目～ ファイル種別＋保存年数
      * 削除予定一覧(QB71PGRP.DAT)には、QB7480の照会リストで再現
      * できなくなる消滅契約を契約者番号単位で、その他のファイル
      * はファイル別・年度別の件数で出力する。実行モードで削除
      * した件数は削除証跡ファイル(QB71PGLG.DAT、VB71C171)へファ
      * イル別・年度別に追記する。
      * 改版履歴
      *   2026/10/15  新規作成
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT パラメータファイル
               ASSIGN TO "QB71PGPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-パラメータ状態.
           SELECT ホールド異動ファイル
               ASSIGN TO "HORYUUTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ホールド異動状態.
           SELECT ホールドリストファイル
               ASSIGN TO "HORYUUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-契約者番号
               FILE STATUS IS WS-ホールド状態.
           SELECT 契約アーカイブファイル
               ASSIGN TO "KEIYAKUA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-アーカイブキー
               FILE STATUS IS WS-対象状態.
           SELECT 特約アーカイブファイル
               ASSIGN TO "KEIYAKRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KA-特約アーカイブキー
               FILE STATUS IS WS-対象状態.
           SELECT 未収管理ファイル
               ASSIGN TO "MISYUUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MS-未収管理キー
               FILE STATUS IS WS-対象状態.
           SELECT 順編成対象ファイル
               ASSIGN TO WS-対象ファイル名
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-対象状態.
           SELECT 作業ファイル
               ASSIGN TO "QB71PGWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-作業状態.
           SELECT 削除予定一覧ファイル
               ASSIGN TO "QB71PGRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-一覧状態.
           SELECT 削除証跡ファイル
               ASSIGN TO "QB71PGLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-証跡状態.
       DATA DIVISION.
       FILE SECTION.
       FD  パラメータファイル.
       01  PR-制御レコード.
           05  PR-処理モード           PIC X(1).
           05  PR-走査年数             PIC 9(2).
       01  PR-保存年数レコード.
           05  PR-ファイル種別         PIC X(2).
           05  PR-保存年数             PIC 9(2).
       FD  ホールド異動ファイル.
       01  HT-ホールド異動レコード.
           05  HT-異動区分             PIC X(1).
      *        'A'=登録(登録済みは内容を更新) 'D'=解除
           05  HT-契約者番号           PIC 9(10).
           05  HT-ホールド区分         PIC X(1).
           05  HT-登録者ID             PIC X(8).
           05  HT-ホールド事由         PIC X(40).
       FD  ホールドリストファイル.
           COPY VB71C170.
       FD  契約アーカイブファイル.
           COPY VB71C162.
       FD  特約アーカイブファイル.
           COPY VB71C163.
       FD  未収管理ファイル.
           COPY VB71C161.
       FD  順編成対象ファイル.
       01  SQ-対象レコード            PIC X(455).
       FD  作業ファイル.
       01  WK-作業レコード            PIC X(455).
       FD  削除予定一覧ファイル.
       01  PG-一覧印字行              PIC X(120).
       FD  削除証跡ファイル.
           COPY VB71C171.
       WORKING-STORAGE SECTION.
       01  WS-パラメータ状態          PIC X(2).
       01  WS-ホールド異動状態        PIC X(2).
       01  WS-ホールド状態            PIC X(2).
       01  WS-対象状態                PIC X(2).
       01  WS-作業状態                PIC X(2).
       01  WS-一覧状態                PIC X(2).
       01  WS-証跡状態                PIC X(2).
       01  WS-ファイル終了スイッチ    PIC X(1).
           88  WS-ファイル終了        VALUE 'Y'.
       01  WS-ホールド中スイッチ      PIC X(1).
           88  WS-ホールド中          VALUE 'Y'.
       01  WS-ヒットスイッチ          PIC X(1).
           88  WS-ヒット              VALUE 'Y'.
       01  WS-処理モード              PIC X(1).
           88  WS-実行モード          VALUE '2'.
       01  WS-現在日時                PIC X(21).
       01  WS-処理年月日              PIC 9(8).
       01  WS-走査年数                PIC 9(2).
      *    ファイル種別ごとの保存年数と削除基準日
       01  WS-種別テーブル.
           05  WS-種別明細 OCCURS 5 TIMES.
               10  WS-種別コード       PIC X(2).
               10  WS-種別名称         PIC X(30).
               10  WS-種別指定区分     PIC X(1).
      *                'Y'=保存年数の指定あり(削除対象とする)
               10  WS-種別保存年数     PIC 9(2).
               10  WS-種別削除基準日   PIC 9(8).
       01  WS-種別添字                PIC 9(2).
      *    削除基準日の算出(処理日の保存年数前の同月同日。2月29日
      *    は2月28日とする)
       01  WS-基準日編集.
           05  WS-基準年              PIC 9(4).
           05  WS-基準月              PIC 9(2).
           05  WS-基準日              PIC 9(2).
       01  WS-基準日数値 REDEFINES WS-基準日編集 PIC 9(8).
      *    ホールドリスト(契約者番号の一覧)。あふれた場合はホール
      *    ド中の契約を消さないよう異常終了する(OCCURSの上限を
      *    広げること)
       01  WS-ホールドテーブル.
           05  WS-ホールド登録件数    PIC 9(5)  VALUE ZERO.
           05  WS-ホールド明細 OCCURS 5000 TIMES.
               10  WS-ホールド契約者番号 PIC 9(10).
       01  WS-ホールド添字            PIC 9(5).
       01  WS-判定契約者番号          PIC 9(10).
      *    ファイル別・年度別の集計(集計ファイル番号は
      *    WS-集計ファイル名の添字)
       01  WS-集計ファイル名テーブル.
           05  WS-集計ファイル名 OCCURS 7 TIMES PIC X(16).
       01  WS-年度別テーブル.
           05  WS-年度別登録件数      PIC 9(4)  VALUE ZERO.
           05  WS-年度別明細 OCCURS 500 TIMES.
               10  WS-年度別ファイル番号 PIC 9(2).
               10  WS-年度別年度       PIC 9(4).
               10  WS-年度別削除件数   PIC 9(9).
               10  WS-年度別除外件数   PIC 9(9).
       01  WS-年度別添字              PIC 9(4).
       01  WS-最小年度                PIC 9(4)  VALUE 9999.
       01  WS-最大年度                PIC 9(4)  VALUE ZERO.
       01  WS-出力年度                PIC 9(4).
       01  WS-出力ファイル番号        PIC 9(2).
       01  WS-計上ファイル番号        PIC 9(2).
       01  WS-計上基準日              PIC 9(8).
       01  WS-計上年度                PIC 9(4).
       01  WS-計上区分                PIC X(1).
      *        'D'=削除 'H'=ホールド除外
      *    順編成ファイル・世代ファイルの削除の作業域
       01  WS-対象ファイル名          PIC X(18).
       01  WS-契約者番号位置          PIC 9(3).
       01  WS-基準日位置              PIC 9(3).
      *        ゼロの場合は世代の日付(WS-世代年月日)を基準日とする
       01  WS-世代年月日              PIC 9(8).
       01  WS-レコード基準日          PIC X(8).
       01  WS-当該削除基準日          PIC 9(8).
       01  WS-ファイル削除件数        PIC 9(9).
       01  WS-走査開始通日            PIC 9(8).
       01  WS-走査終了通日            PIC 9(8).
       01  WS-走査通日                PIC 9(8).
       01  WS-世代接頭辞              PIC X(9).
      *    件数
       01  WS-ホールド登録数          PIC 9(9)  VALUE ZERO.
       01  WS-ホールド解除数          PIC 9(9)  VALUE ZERO.
       01  WS-ホールド異動エラー数    PIC 9(9)  VALUE ZERO.
       01  WS-削除合計件数            PIC 9(9)  VALUE ZERO.
       01  WS-除外合計件数            PIC 9(9)  VALUE ZERO.
       01  WS-消滅契約削除件数        PIC 9(9)  VALUE ZERO.
       01  WS-読込世代数              PIC 9(9)  VALUE ZERO.
       01  WS-ラン管理項目.
           05  WS-ラン機能区分        PIC X(1).
           05  WS-ランプログラムID    PIC X(8)  VALUE 'QB71PG'.
           05  WS-ラン先行プログラムID PIC X(8) VALUE SPACES.
           05  WS-ラン処理件数        PIC 9(9)  VALUE ZERO.
           05  WS-ラン完了コード      PIC X(1)  VALUE '0'.
           05  WS-ラン結果コード      PIC X(1).
      *    削除予定一覧の印字行
       01  WS-見出し行1.
           05  FILLER                 PIC X(50)
               VALUE "＊＊ 保存期間 削除予定一覧 ＊＊".
           05  FILLER                 PIC X(14)
               VALUE "  処理日：".
           05  WS-見出し処理年月日    PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-見出しモード        PIC X(18).
       01  WS-小見出し行              PIC X(60).
       01  WS-種別行.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-種別行コード        PIC X(2).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-種別行名称          PIC X(30).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-種別行内容          PIC X(60).
       01  WS-種別行指定あり.
           05  FILLER                 PIC X(15)
               VALUE "保存年数".
           05  WS-種別行保存年数      PIC Z9.
           05  FILLER                 PIC X(20)
               VALUE "年  削除基準日".
           05  WS-種別行削除基準日    PIC 9(8).
           05  FILLER                 PIC X(18)
               VALUE "より前を削除".
       01  WS-ホールド異動行.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-ホールド行区分      PIC X(1).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-ホールド行契約者番号 PIC 9(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-ホールド行ホールド区分 PIC X(1).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-ホールド行事由      PIC X(40).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-ホールド行結果      PIC X(24).
       01  WS-消滅契約見出し行.
           05  FILLER                 PIC X(17)
               VALUE "  契約者番号".
           05  FILLER                 PIC X(17)
               VALUE "消滅年月日".
           05  FILLER                 PIC X(14)
               VALUE "消滅事由".
           05  FILLER                 PIC X(8)
               VALUE "種目".
           05  FILLER                 PIC X(14)
               VALUE "特約件数".
           05  FILLER                 PIC X(12)
               VALUE "区分".
       01  WS-消滅契約行.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-消滅行契約者番号    PIC 9(10).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WS-消滅行消滅年月日    PIC 9(8).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WS-消滅行消滅事由      PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-消滅行種目          PIC X(2).
           05  FILLER                 PIC X(6)  VALUE SPACES.
           05  WS-消滅行特約件数      PIC Z9.
           05  FILLER                 PIC X(6)  VALUE SPACES.
           05  WS-消滅行区分          PIC X(18).
       01  WS-集計見出し行.
           05  FILLER                 PIC X(20)
               VALUE "  ファイル名".
           05  FILLER                 PIC X(10)
               VALUE "年度".
           05  FILLER                 PIC X(16)
               VALUE "削除件数".
           05  FILLER                 PIC X(20)
               VALUE "ホールド除外".
       01  WS-集計行.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-集計行ファイル名    PIC X(16).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-集計行年度          PIC 9(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-集計行削除件数      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WS-集計行除外件数      PIC ZZZ,ZZZ,ZZ9.
       01  WS-結果行.
           05  FILLER                 PIC X(18)
               VALUE "実行結果：".
           05  WS-結果内容            PIC X(40).
           05  FILLER                 PIC X(10)
               VALUE " 削除".
           05  WS-結果削除件数        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(20)
               VALUE " ホールド除外".
           05  WS-結果除外件数        PIC ZZZ,ZZZ,ZZ9.
       01  WS-区切り行                PIC X(120) VALUE ALL '-'.
       01  WS-空白行                  PIC X(1)  VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           MOVE FUNCTION CURRENT-DATE TO WS-現在日時
           MOVE WS-現在日時(1:8) TO WS-処理年月日
           PERFORM 種別テーブル初期化
           PERFORM パラメータ読込
           OPEN OUTPUT 削除予定一覧ファイル
           IF WS-一覧状態 NOT = "00"
               DISPLAY "QB71PG ファイルOPENエラー "
                       WS-一覧状態
               STOP RUN
           END-IF
           IF WS-実行モード
               PERFORM ラン開始処理
           END-IF
           PERFORM 見出し出力
           PERFORM ホールド異動反映
           PERFORM ホールドテーブル作成
           PERFORM 消滅契約パージ
           PERFORM 消滅特約パージ
           PERFORM 料率履歴世代パージ
           PERFORM 処理ログ世代パージ
           PERFORM ジャーナルパージ
           PERFORM 未収管理パージ
           PERFORM 年度別集計出力
           IF WS-実行モード
               PERFORM 削除証跡出力
               MOVE "削除完了" TO WS-結果内容
           ELSE
               MOVE "プレビューのため削除なし"
                   TO WS-結果内容
           END-IF
           MOVE WS-削除合計件数 TO WS-結果削除件数
           MOVE WS-除外合計件数 TO WS-結果除外件数
           WRITE PG-一覧印字行 FROM WS-区切り行
           WRITE PG-一覧印字行 FROM WS-結果行
           CLOSE 削除予定一覧ファイル
           DISPLAY "QB71PG 削除 " WS-削除合計件数
                   " ホールド除外 " WS-除外合計件数
                   " 消滅契約 " WS-消滅契約削除件数
                   " 世代 " WS-読込世代数
           DISPLAY "QB71PG ホールド登録 " WS-ホールド登録数
                   " 解除 " WS-ホールド解除数
                   " 異動エラー " WS-ホールド異動エラー数
           IF WS-実行モード
               PERFORM ラン終了処理
           END-IF
           STOP RUN.

       ラン開始処理.
      * 保存期間のパージは業務日のラン外で随時実行するため先行
      * チェックは行わず、開始記録のみをラン管理ファイルへ書く
           MOVE '1' TO WS-ラン機能区分
           CALL 'QB71RM' USING WS-ラン管理項目.

       ラン終了処理.
           MOVE '2' TO WS-ラン機能区分
           MOVE WS-削除合計件数 TO WS-ラン処理件数
           MOVE '0' TO WS-ラン完了コード
           CALL 'QB71RM' USING WS-ラン管理項目.

       種別テーブル初期化.
           MOVE "AR" TO WS-種別コード(1)
           MOVE "消滅契約・特約アーカイブ"
               TO WS-種別名称(1)
           MOVE "RH" TO WS-種別コード(2)
           MOVE "料率適用履歴世代" TO WS-種別名称(2)
           MOVE "LG" TO WS-種別コード(3)
           MOVE "処理ログ世代" TO WS-種別名称(3)
           MOVE "JL" TO WS-種別コード(4)
           MOVE "異動・巻戻しジャーナル"
               TO WS-種別名称(4)
           MOVE "MS" TO WS-種別コード(5)
           MOVE "未収管理(入金済)" TO WS-種別名称(5)
           PERFORM VARYING WS-種別添字 FROM 1 BY 1
                   UNTIL WS-種別添字 > 5
               MOVE 'N'  TO WS-種別指定区分(WS-種別添字)
               MOVE ZERO TO WS-種別保存年数(WS-種別添字)
               MOVE ZERO TO WS-種別削除基準日(WS-種別添字)
           END-PERFORM
           MOVE "KEIYAKUA.DAT"     TO WS-集計ファイル名(1)
           MOVE "KEIYAKRA.DAT"     TO WS-集計ファイル名(2)
           MOVE "QB71RH.D(世代)"   TO WS-集計ファイル名(3)
           MOVE "QB71LOG.D(世代)"  TO WS-集計ファイル名(4)
           MOVE "QB7200JL.DAT"     TO WS-集計ファイル名(5)
           MOVE "QB71PTJL.DAT"     TO WS-集計ファイル名(6)
           MOVE "MISYUUM.DAT"      TO WS-集計ファイル名(7).

       パラメータ読込.
      * 保存年数が分からないまま削除しないよう、パラメータファ
      * イルが無い場合は異常終了する。種別コードの誤り・保存年数
      * がゼロまたは非数値の行は警告して無視する(その種別は削除
      * しない)
           OPEN INPUT パラメータファイル
           IF WS-パラメータ状態 NOT = "00"
               DISPLAY "QB71PG パラメータOPENエラー "
                       WS-パラメータ状態
               STOP RUN
           END-IF
           READ パラメータファイル
               AT END
                   DISPLAY "QB71PG パラメータ未設定"
                   STOP RUN
           END-READ
           IF PR-処理モード = '2'
               MOVE '2' TO WS-処理モード
           ELSE
               MOVE '1' TO WS-処理モード
           END-IF
           IF PR-走査年数 NUMERIC
              AND PR-走査年数 > ZERO
               MOVE PR-走査年数 TO WS-走査年数
           ELSE
               MOVE 3 TO WS-走査年数
           END-IF
           MOVE 'N' TO WS-ファイル終了スイッチ
           PERFORM UNTIL WS-ファイル終了
               READ パラメータファイル
                   AT END
                       SET WS-ファイル終了 TO TRUE
                   NOT AT END
                       PERFORM 保存年数設定
               END-READ
           END-PERFORM
           CLOSE パラメータファイル.

       保存年数設定.
           MOVE 'N' TO WS-ヒットスイッチ
           PERFORM VARYING WS-種別添字 FROM 1 BY 1
                   UNTIL WS-種別添字 > 5
                      OR WS-ヒット
               IF WS-種別コード(WS-種別添字)
                   = PR-ファイル種別
                   SET WS-ヒット TO TRUE
                   SUBTRACT 1 FROM WS-種別添字
               END-IF
           END-PERFORM
           IF NOT WS-ヒット
              OR PR-保存年数 NOT NUMERIC
              OR PR-保存年数 = ZERO
               DISPLAY "QB71PG パラメータ誤り 無視します "
                       PR-保存年数レコード
           ELSE
               MOVE 'Y' TO WS-種別指定区分(WS-種別添字)
               MOVE PR-保存年数
                   TO WS-種別保存年数(WS-種別添字)
               MOVE WS-処理年月日 TO WS-基準日編集
               SUBTRACT PR-保存年数 FROM WS-基準年
               IF WS-基準月 = 2 AND WS-基準日 = 29
                   MOVE 28 TO WS-基準日
               END-IF
               MOVE WS-基準日編集
                   TO WS-種別削除基準日(WS-種別添字)
           END-IF.

       見出し出力.
           MOVE WS-処理年月日 TO WS-見出し処理年月日
           IF WS-実行モード
               MOVE "実行モード" TO WS-見出しモード
           ELSE
               MOVE "プレビュー" TO WS-見出しモード
           END-IF
           WRITE PG-一覧印字行 FROM WS-見出し行1
           WRITE PG-一覧印字行 FROM WS-区切り行
           MOVE "【ファイル種別ごとの保存年数】"
               TO WS-小見出し行
           WRITE PG-一覧印字行 FROM WS-小見出し行
           PERFORM VARYING WS-種別添字 FROM 1 BY 1
                   UNTIL WS-種別添字 > 5
               MOVE WS-種別コード(WS-種別添字)
                   TO WS-種別行コード
               MOVE WS-種別名称(WS-種別添字)
                   TO WS-種別行名称
               IF WS-種別指定区分(WS-種別添字) = 'Y'
                   MOVE WS-種別保存年数(WS-種別添字)
                       TO WS-種別行保存年数
                   MOVE WS-種別削除基準日(WS-種別添字)
                       TO WS-種別行削除基準日
                   MOVE WS-種別行指定あり TO WS-種別行内容
               ELSE
                   MOVE "保存年数の指定なし(削除しない)"
                       TO WS-種別行内容
               END-IF
               WRITE PG-一覧印字行 FROM WS-種別行
           END-PERFORM
           WRITE PG-一覧印字行 FROM WS-空白行.

       ホールド異動反映.
      * ホールドリストが未作成の場合は新規に作成する。ホールド
      * 異動ファイルが無い場合は反映を行わない
           OPEN I-O ホールドリストファイル
           IF WS-ホールド状態 = "35"
               OPEN OUTPUT ホールドリストファイル
               CLOSE ホールドリストファイル
               OPEN I-O ホールドリストファイル
           END-IF
           IF WS-ホールド状態 NOT = "00"
               DISPLAY "QB71PG ホールドリストOPENエラー "
                       WS-ホールド状態
               STOP RUN
           END-IF
           OPEN INPUT ホールド異動ファイル
           IF WS-ホールド異動状態 = "00"
               MOVE "【ホールド異動】" TO WS-小見出し行
               WRITE PG-一覧印字行 FROM WS-小見出し行
               MOVE 'N' TO WS-ファイル終了スイッチ
               PERFORM UNTIL WS-ファイル終了
                   READ ホールド異動ファイル
                       AT END
                           SET WS-ファイル終了 TO TRUE
                       NOT AT END
                           PERFORM ホールド異動単位処理
                   END-READ
               END-PERFORM
               CLOSE ホールド異動ファイル
               WRITE PG-一覧印字行 FROM WS-空白行
           END-IF
           CLOSE ホールドリストファイル.

       ホールド異動単位処理.
           MOVE HT-異動区分       TO WS-ホールド行区分
           MOVE HT-契約者番号
               TO WS-ホールド行契約者番号
           MOVE HT-ホールド区分
               TO WS-ホールド行ホールド区分
           MOVE HT-ホールド事由   TO WS-ホールド行事由
           MOVE HT-契約者番号     TO HL-契約者番号
           EVALUATE HT-異動区分
               WHEN 'A'
                   PERFORM ホールド登録
               WHEN 'D'
                   DELETE ホールドリストファイル RECORD
                       INVALID KEY
                           ADD 1 TO WS-ホールド異動エラー数
                           MOVE "未登録(警告)"
                               TO WS-ホールド行結果
                       NOT INVALID KEY
                           ADD 1 TO WS-ホールド解除数
                           MOVE "解除" TO WS-ホールド行結果
                   END-DELETE
               WHEN OTHER
                   ADD 1 TO WS-ホールド異動エラー数
                   MOVE "異動区分エラー"
                       TO WS-ホールド行結果
           END-EVALUATE
           WRITE PG-一覧印字行 FROM WS-ホールド異動行.

       ホールド登録.
           IF HT-契約者番号 NOT NUMERIC
              OR HT-契約者番号 = ZERO
               ADD 1 TO WS-ホールド異動エラー数
               MOVE "契約者番号エラー"
                   TO WS-ホールド行結果
           ELSE
               MOVE HT-ホールド区分    TO HL-ホールド区分
               MOVE WS-処理年月日      TO HL-登録年月日
               MOVE HT-登録者ID        TO HL-登録者ID
               MOVE HT-ホールド事由    TO HL-ホールド事由
               ADD 1 TO WS-ホールド登録数
               WRITE HL-ホールドレコード
                   INVALID KEY
                       REWRITE HL-ホールドレコード
                       MOVE "登録(内容更新)"
                           TO WS-ホールド行結果
                   NOT INVALID KEY
                       MOVE "登録" TO WS-ホールド行結果
               END-WRITE
           END-IF.

       ホールドテーブル作成.
           OPEN INPUT ホールドリストファイル
           IF WS-ホールド状態 NOT = "00"
               DISPLAY "QB71PG ホールドリストOPENエラー "
                       WS-ホールド状態
               STOP RUN
           END-IF
           MOVE 'N' TO WS-ファイル終了スイッチ
           PERFORM UNTIL WS-ファイル終了
               READ ホールドリストファイル NEXT RECORD
                   AT END
                       SET WS-ファイル終了 TO TRUE
                   NOT AT END
                       IF WS-ホールド登録件数 NOT < 5000
                           DISPLAY "QB71PG ホールド表あふれ "
                                   WS-ホールド登録件数
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ホールド登録件数
                       MOVE HL-契約者番号
                           TO WS-ホールド契約者番号
                              (WS-ホールド登録件数)
               END-READ
           END-PERFORM
           CLOSE ホールドリストファイル.

       ホールド判定.
      * WS-判定契約者番号がホールドリストに登録されているかを
      * 判定する
           MOVE 'N' TO WS-ホールド中スイッチ
           PERFORM VARYING WS-ホールド添字 FROM 1 BY 1
                   UNTIL WS-ホールド添字 >
                         WS-ホールド登録件数
                      OR WS-ホールド中
               IF WS-判定契約者番号 =
                   WS-ホールド契約者番号(WS-ホールド添字)
                   SET WS-ホールド中 TO TRUE
               END-IF
           END-PERFORM.

       年度別計上.
      * WS-計上基準日の年度(4月～翌3月)でファイル別・年度別の
      * 削除件数(WS-計上区分'D')・ホールド除外件数('H')を数える
           MOVE WS-計上基準日(1:4) TO WS-計上年度
           IF WS-計上基準日(5:2) < "04"
               SUBTRACT 1 FROM WS-計上年度
           END-IF
           MOVE 'N' TO WS-ヒットスイッチ
           PERFORM VARYING WS-年度別添字 FROM 1 BY 1
                   UNTIL WS-年度別添字 > WS-年度別登録件数
                      OR WS-ヒット
               IF WS-年度別ファイル番号(WS-年度別添字) =
                      WS-計上ファイル番号
                  AND WS-年度別年度(WS-年度別添字)
                      = WS-計上年度
                   SET WS-ヒット TO TRUE
                   SUBTRACT 1 FROM WS-年度別添字
               END-IF
           END-PERFORM
           IF NOT WS-ヒット
               IF WS-年度別登録件数 NOT < 500
                   DISPLAY "QB71PG 年度別テーブルあふれ "
                           WS-年度別登録件数
                   STOP RUN
               END-IF
               ADD 1 TO WS-年度別登録件数
               MOVE WS-年度別登録件数 TO WS-年度別添字
               MOVE WS-計上ファイル番号
                   TO WS-年度別ファイル番号(WS-年度別添字)
               MOVE WS-計上年度
                   TO WS-年度別年度(WS-年度別添字)
               MOVE ZERO TO WS-年度別削除件数(WS-年度別添字)
               MOVE ZERO TO WS-年度別除外件数(WS-年度別添字)
               IF WS-計上年度 < WS-最小年度
                   MOVE WS-計上年度 TO WS-最小年度
               END-IF
               IF WS-計上年度 > WS-最大年度
                   MOVE WS-計上年度 TO WS-最大年度
               END-IF
           END-IF
           IF WS-計上区分 = 'D'
               ADD 1 TO WS-年度別削除件数(WS-年度別添字)
               ADD 1 TO WS-削除合計件数
           ELSE
               ADD 1 TO WS-年度別除外件数(WS-年度別添字)
               ADD 1 TO WS-除外合計件数
           END-IF.

       消滅契約パージ.
      * 消滅年月日が削除基準日より前の消滅契約を削除する。QB7480
      * の照会リストで再現できなくなるため、契約者番号単位で一覧
      * に出力する
           IF WS-種別指定区分(1) = 'Y'
               MOVE 1 TO WS-計上ファイル番号
               IF WS-実行モード
                   OPEN I-O 契約アーカイブファイル
               ELSE
                   OPEN INPUT 契約アーカイブファイル
               END-IF
               IF WS-対象状態 NOT = "00"
                   DISPLAY "QB71PG 消滅契約ARC未検出 "
                           WS-対象状態
               ELSE
                   MOVE "【消滅契約(KEIYAKUA.DAT)】"
                       TO WS-小見出し行
                   WRITE PG-一覧印字行 FROM WS-小見出し行
                   WRITE PG-一覧印字行
                       FROM WS-消滅契約見出し行
                   MOVE 'N' TO WS-ファイル終了スイッチ
                   PERFORM UNTIL WS-ファイル終了
                       READ 契約アーカイブファイル
                           AT END
                               SET WS-ファイル終了 TO TRUE
                           NOT AT END
                               IF AR-消滅年月日 <
                                      WS-種別削除基準日(1)
                                   PERFORM 消滅契約単位処理
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE 契約アーカイブファイル
                   WRITE PG-一覧印字行 FROM WS-空白行
               END-IF
           END-IF.

       消滅契約単位処理.
           MOVE AR-契約者番号 TO WS-判定契約者番号
           PERFORM ホールド判定
           MOVE AR-契約者番号     TO WS-消滅行契約者番号
           MOVE AR-消滅年月日     TO WS-消滅行消滅年月日
           MOVE AR-消滅事由       TO WS-消滅行消滅事由
           MOVE AR-証券種目区分   TO WS-消滅行種目
           MOVE AR-特約件数       TO WS-消滅行特約件数
           MOVE AR-消滅年月日     TO WS-計上基準日
           IF WS-ホールド中
               MOVE "ホールド中(残す)" TO WS-消滅行区分
               MOVE 'H' TO WS-計上区分
           ELSE
               MOVE 'D' TO WS-計上区分
               ADD 1 TO WS-消滅契約削除件数
               IF WS-実行モード
                   MOVE "削除済" TO WS-消滅行区分
                   DELETE 契約アーカイブファイル RECORD
               ELSE
                   MOVE "削除予定" TO WS-消滅行区分
               END-IF
           END-IF
           PERFORM 年度別計上
           WRITE PG-一覧印字行 FROM WS-消滅契約行.

       消滅特約パージ.
      * 消滅特約アーカイブは消滅契約と同じ基準で削除する(一覧は
      * 消滅契約の行で代表し、件数のみ集計する)
           IF WS-種別指定区分(1) = 'Y'
               MOVE 2 TO WS-計上ファイル番号
               IF WS-実行モード
                   OPEN I-O 特約アーカイブファイル
               ELSE
                   OPEN INPUT 特約アーカイブファイル
               END-IF
               IF WS-対象状態 NOT = "00"
                   DISPLAY "QB71PG 消滅特約ARC未検出 "
                           WS-対象状態
               ELSE
                   MOVE 'N' TO WS-ファイル終了スイッチ
                   PERFORM UNTIL WS-ファイル終了
                       READ 特約アーカイブファイル
                           AT END
                               SET WS-ファイル終了 TO TRUE
                           NOT AT END
                               IF KA-消滅年月日 <
                                      WS-種別削除基準日(1)
                                   PERFORM 消滅特約単位処理
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE 特約アーカイブファイル
               END-IF
           END-IF.

       消滅特約単位処理.
           MOVE KA-契約者番号 TO WS-判定契約者番号
           PERFORM ホールド判定
           MOVE KA-消滅年月日 TO WS-計上基準日
           IF WS-ホールド中
               MOVE 'H' TO WS-計上区分
           ELSE
               MOVE 'D' TO WS-計上区分
               IF WS-実行モード
                   DELETE 特約アーカイブファイル RECORD
               END-IF
           END-IF
           PERFORM 年度別計上.

       料率履歴世代パージ.
           IF WS-種別指定区分(2) = 'Y'
               MOVE 3 TO WS-計上ファイル番号
               MOVE "QB71RH.D" TO WS-世代接頭辞
               MOVE 1 TO WS-契約者番号位置
               MOVE ZERO TO WS-基準日位置
               MOVE WS-種別削除基準日(2)
                   TO WS-当該削除基準日
               PERFORM 世代ファイル走査
           END-IF.

       処理ログ世代パージ.
      * 処理ログはQB71LGの編集行("yyyymmdd-hhmmss プログラムID
      * KEY=契約者番号 ...")の30桁目からが契約者番号となる
           IF WS-種別指定区分(3) = 'Y'
               MOVE 4 TO WS-計上ファイル番号
               MOVE "QB71LOG.D" TO WS-世代接頭辞
               MOVE 30 TO WS-契約者番号位置
               MOVE ZERO TO WS-基準日位置
               MOVE WS-種別削除基準日(3)
                   TO WS-当該削除基準日
               PERFORM 世代ファイル走査
           END-IF.

       世代ファイル走査.
      * 削除基準日の前日から走査年数分さかのぼった日付の世代
      * ファイルを日付順に探し、見つかった世代を処理する
           COMPUTE WS-走査終了通日 =
               FUNCTION INTEGER-OF-DATE(WS-当該削除基準日) - 1
           MOVE WS-当該削除基準日 TO WS-基準日編集
           SUBTRACT WS-走査年数 FROM WS-基準年
           IF WS-基準月 = 2 AND WS-基準日 = 29
               MOVE 28 TO WS-基準日
           END-IF
           COMPUTE WS-走査開始通日 =
               FUNCTION INTEGER-OF-DATE(WS-基準日数値)
           PERFORM VARYING WS-走査通日
               FROM WS-走査開始通日 BY 1
                   UNTIL WS-走査通日 > WS-走査終了通日
               MOVE FUNCTION DATE-OF-INTEGER(WS-走査通日)
                   TO WS-世代年月日
               MOVE SPACES TO WS-対象ファイル名
               STRING WS-世代接頭辞 DELIMITED BY SPACE
                      WS-世代年月日 DELIMITED BY SIZE
                   INTO WS-対象ファイル名
               END-STRING
               PERFORM 順編成ファイルパージ
           END-PERFORM.

       ジャーナルパージ.
      * 異動ジャーナル・巻戻しジャーナルは処理年月日(先頭8桁)、
      * 契約者番号(16桁目から)で判定する
           IF WS-種別指定区分(4) = 'Y'
               MOVE 16 TO WS-契約者番号位置
               MOVE 1 TO WS-基準日位置
               MOVE WS-種別削除基準日(4)
                   TO WS-当該削除基準日
               MOVE 5 TO WS-計上ファイル番号
               MOVE "QB7200JL.DAT" TO WS-対象ファイル名
               PERFORM 順編成ファイルパージ
               MOVE 6 TO WS-計上ファイル番号
               MOVE "QB71PTJL.DAT" TO WS-対象ファイル名
               PERFORM 順編成ファイルパージ
           END-IF.

       順編成ファイルパージ.
      * WS-対象ファイル名の順編成ファイルを読み、基準日が削除
      * 基準日より前でホールド中でないレコードを削除対象とする。
      * 実行モードでは残すレコードを作業ファイルへ写し、削除対象
      * があった場合のみ作業ファイルから対象ファイルを作り直す。
      * ファイルが無い場合は何もしない
           OPEN INPUT 順編成対象ファイル
           IF WS-対象状態 = "00"
               IF WS-基準日位置 = ZERO
                   ADD 1 TO WS-読込世代数
               END-IF
               MOVE ZERO TO WS-ファイル削除件数
               IF WS-実行モード
                   OPEN OUTPUT 作業ファイル
               END-IF
               MOVE 'N' TO WS-ファイル終了スイッチ
               PERFORM UNTIL WS-ファイル終了
                   READ 順編成対象ファイル
                       AT END
                           SET WS-ファイル終了 TO TRUE
                       NOT AT END
                           PERFORM 順編成レコード判定
                   END-READ
               END-PERFORM
               CLOSE 順編成対象ファイル
               IF WS-実行モード
                   CLOSE 作業ファイル
                   IF WS-ファイル削除件数 > ZERO
                       PERFORM 順編成ファイル作り直し
                   END-IF
               END-IF
           END-IF.

       順編成レコード判定.
           IF WS-基準日位置 = ZERO
               MOVE WS-世代年月日 TO WS-レコード基準日
           ELSE
               MOVE SQ-対象レコード(WS-基準日位置:8)
                   TO WS-レコード基準日
           END-IF
           MOVE 'N' TO WS-ホールド中スイッチ
           IF WS-レコード基準日 IS NUMERIC
              AND WS-レコード基準日 < WS-当該削除基準日
               IF SQ-対象レコード(WS-契約者番号位置:10)
                      IS NUMERIC
                   MOVE SQ-対象レコード
                        (WS-契約者番号位置:10)
                       TO WS-判定契約者番号
                   PERFORM ホールド判定
               END-IF
               MOVE WS-レコード基準日 TO WS-計上基準日
               IF WS-ホールド中
                   MOVE 'H' TO WS-計上区分
               ELSE
                   MOVE 'D' TO WS-計上区分
                   ADD 1 TO WS-ファイル削除件数
               END-IF
               PERFORM 年度別計上
           ELSE
               SET WS-ホールド中 TO TRUE
           END-IF
      *    削除対象でないレコード(ホールド中を含む)を残す
           IF WS-ホールド中 AND WS-実行モード
               WRITE WK-作業レコード FROM SQ-対象レコード
           END-IF.

       順編成ファイル作り直し.
           OPEN INPUT  作業ファイル
           OPEN OUTPUT 順編成対象ファイル
           IF WS-作業状態 NOT = "00"
              OR WS-対象状態 NOT = "00"
               DISPLAY "QB71PG 作り直しOPENエラー "
                       WS-対象ファイル名 " "
                       WS-作業状態 " " WS-対象状態
               STOP RUN
           END-IF
           MOVE 'N' TO WS-ファイル終了スイッチ
           PERFORM UNTIL WS-ファイル終了
               READ 作業ファイル
                   AT END
                       SET WS-ファイル終了 TO TRUE
                   NOT AT END
                       WRITE SQ-対象レコード
                           FROM WK-作業レコード
               END-READ
           END-PERFORM
           CLOSE 作業ファイル
           CLOSE 順編成対象ファイル.

       未収管理パージ.
      * 入金済('1')で消込年月日が削除基準日より前の回次を削除
      * する(未収の回次は督促・失効判定に使うため残す)
           IF WS-種別指定区分(5) = 'Y'
               MOVE 7 TO WS-計上ファイル番号
               IF WS-実行モード
                   OPEN I-O 未収管理ファイル
               ELSE
                   OPEN INPUT 未収管理ファイル
               END-IF
               IF WS-対象状態 NOT = "00"
                   DISPLAY "QB71PG 未収管理未検出 "
                           WS-対象状態
               ELSE
                   MOVE 'N' TO WS-ファイル終了スイッチ
                   PERFORM UNTIL WS-ファイル終了
                       READ 未収管理ファイル
                           AT END
                               SET WS-ファイル終了 TO TRUE
                           NOT AT END
                               IF MS-入金状態区分 = '1'
                                  AND MS-消込年月日 <
                                      WS-種別削除基準日(5)
                                   PERFORM 未収管理単位処理
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE 未収管理ファイル
               END-IF
           END-IF.

       未収管理単位処理.
           MOVE MS-契約者番号 TO WS-判定契約者番号
           PERFORM ホールド判定
           MOVE MS-消込年月日 TO WS-計上基準日
           IF WS-ホールド中
               MOVE 'H' TO WS-計上区分
           ELSE
               MOVE 'D' TO WS-計上区分
               IF WS-実行モード
                   DELETE 未収管理ファイル RECORD
               END-IF
           END-IF
           PERFORM 年度別計上.

       年度別集計出力.
      * ファイル別・年度順に削除件数・ホールド除外件数を印字する
           MOVE "【ファイル別・年度別 削除件数】"
               TO WS-小見出し行
           WRITE PG-一覧印字行 FROM WS-小見出し行
           WRITE PG-一覧印字行 FROM WS-集計見出し行
           PERFORM VARYING WS-出力ファイル番号 FROM 1 BY 1
                   UNTIL WS-出力ファイル番号 > 7
               PERFORM VARYING WS-出力年度 FROM WS-最小年度 BY 1
                       UNTIL WS-出力年度 > WS-最大年度
                   PERFORM 年度別明細検索
                   IF WS-ヒット
                       PERFORM 年度別明細印字
                   END-IF
               END-PERFORM
           END-PERFORM.

       年度別明細検索.
           MOVE 'N' TO WS-ヒットスイッチ
           PERFORM VARYING WS-年度別添字 FROM 1 BY 1
                   UNTIL WS-年度別添字 > WS-年度別登録件数
                      OR WS-ヒット
               IF WS-年度別ファイル番号(WS-年度別添字) =
                      WS-出力ファイル番号
                  AND WS-年度別年度(WS-年度別添字)
                      = WS-出力年度
                   SET WS-ヒット TO TRUE
                   SUBTRACT 1 FROM WS-年度別添字
               END-IF
           END-PERFORM.

       年度別明細印字.
           MOVE WS-集計ファイル名(WS-出力ファイル番号)
               TO WS-集計行ファイル名
           MOVE WS-出力年度 TO WS-集計行年度
           MOVE WS-年度別削除件数(WS-年度別添字)
               TO WS-集計行削除件数
           MOVE WS-年度別除外件数(WS-年度別添字)
               TO WS-集計行除外件数
           WRITE PG-一覧印字行 FROM WS-集計行.

       削除証跡出力.
      * 実行モードで削除したファイル別・年度別の件数を削除証跡
      * ファイルへ追記する。未作成の場合は新規に作成する
           OPEN EXTEND 削除証跡ファイル
           IF WS-証跡状態 = "35"
               OPEN OUTPUT 削除証跡ファイル
           END-IF
           IF WS-証跡状態 NOT = "00"
               DISPLAY "QB71PG 削除証跡OPENエラー "
                       WS-証跡状態
           ELSE
               PERFORM VARYING WS-年度別添字 FROM 1 BY 1
                       UNTIL WS-年度別添字 >
                             WS-年度別登録件数
                   PERFORM 削除証跡編集
                   WRITE PL-削除証跡レコード
               END-PERFORM
               CLOSE 削除証跡ファイル
           END-IF.

       削除証跡編集.
           MOVE WS-処理年月日          TO PL-実行年月日
           MOVE WS-現在日時(9:6)       TO PL-実行時分秒
           MOVE WS-年度別ファイル番号(WS-年度別添字)
               TO WS-出力ファイル番号
           MOVE WS-集計ファイル名(WS-出力ファイル番号)
               TO PL-ファイル名
           MOVE WS-年度別年度(WS-年度別添字) TO PL-年度
           MOVE WS-年度別削除件数(WS-年度別添字)
               TO PL-削除件数
           MOVE WS-年度別除外件数(WS-年度別添字)
               TO PL-ホールド除外件数
      *    ファイル番号→種別(1・2=AR 3=RH 4=LG 5・6=JL 7=MS)
           EVALUATE WS-出力ファイル番号
               WHEN 1
               WHEN 2
                   MOVE 1 TO WS-種別添字
               WHEN 3
                   MOVE 2 TO WS-種別添字
               WHEN 4
                   MOVE 3 TO WS-種別添字
               WHEN 5
               WHEN 6
                   MOVE 4 TO WS-種別添字
               WHEN OTHER
                   MOVE 5 TO WS-種別添字
           END-EVALUATE
           MOVE WS-種別保存年数(WS-種別添字)
               TO PL-保存年数
           MOVE WS-種別削除基準日(WS-種別添字)
               TO PL-削除基準日.
