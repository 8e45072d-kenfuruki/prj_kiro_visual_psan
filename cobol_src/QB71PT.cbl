       IDENTIFICATION DIVISION.
       PROGRAM-ID. QB71PT.
      *---------------------------------------------------------
      * 自火超：契約マスター時点復元(ポイントインタイム復元)バッチ
      * QB7200の異動ジャーナル(QB7200JL.DAT、VB71C120)の更新前
      * レコードイメージを新しい順に適用し、契約マスター
      * (KEIYAKUM.DAT)と特約明細ファイル(KEIYAKUR.DAT)を指定した
      * 処理年月日・処理時分秒の時点まで巻き戻す。従来は誤った
      * 異動トランザクションをQB7200に流した場合、前日のバック
      * アップからマスターを戻して当日の正しいトランを全部流し
      * 直すしかなく、朝のバッチ窓が数時間遅れていた。
      * パラメータファイル(QB71PTPR.DAT)
      *     処理モード '1'=プレビュー(巻戻し対象の一覧のみ出力)
      *                '2'=実行(一覧を出力して巻き戻す)
      *                (それ以外はプレビューとする)
      *     復元年月日・復元時分秒 この時点より後のジャーナルを
      *                巻き戻す
      * ジャーナルの先頭から読み、処理年月日＋処理時分秒が復元
      * 時点を超えた最初のレコード以降をすべて巻戻し範囲とする
      * (ジャーナルは追記順に並ぶため)。巻戻し範囲のうち処理
      * 結果が「正常」のものを異動区分に従って新しい順に戻す。
      *   'A'=新規 契約マスターと特約明細(更新後イメージの特約
      *            件数分)を削除する
      *   'C'=異動 契約マスターを更新前イメージに戻し、中途付帯
      *            された特約明細(更新前の特約件数＋1～更新後の
      *            特約件数)を削除する
      *   'D'=解約 契約マスターを更新前イメージから作り直し、特約
      *            明細を消滅特約アーカイブ(KEIYAKRA.DAT)から戻す。
      *            その解約で作った消滅契約・消滅特約アーカイブ
      *            (キーの消滅年月日＝ジャーナルの処理年月日)は
      *            取り消す。ただし同じ契約者番号・同じ日付の解約
      *            がそれより前にジャーナル上にある場合、アーカイブ
      *            は先の解約のもの(QB7200は同日の再解約を先勝ちと
      *            する)のため取り消さない
      *   'F'=復活 QB7210が戻した契約マスターと特約明細(更新後
      *            イメージの特約件数分)を削除する(アーカイブは
      *            復活後も消滅の履歴として残っているため触らない)
      * 処理結果が"特約保険金額変更"の'C'(QB7200が付帯済み特約の
      * 保険金額を変更した記録。更新前後は特約明細のイメージ)は
      * 特約明細を更新前イメージに戻す。
      * 巻き戻す前に、契約ごとに最も新しい巻戻し対象の更新後
      * イメージが現在の契約マスター(解約は在籍なし)と一致する
      * ことを確認する(特約保険金額変更は、同じ契約にそれより
      * 新しい契約マスターの巻戻し対象が無い場合に、特約明細ごと
      * に現在の特約明細と突き合わせる)。ジャーナルに載らない
      * 更新(QB7450の更改等)
      * が後から入っている契約がある場合は不一致とし、実行モード
      * でも一切更新せずに中止する。
      * 巻き戻した結果、異動ジャーナルは復元時点までのレコードに
      * 書き戻し、巻戻し範囲のレコードは巻戻しジャーナル
      * (QB71PTJL.DAT)へ追記して残す(QB71RFの在籍ロールフォワー
      * ド検証が復元後のマスターと突合できるようにする)。
      * 巻戻し対象の一覧は巻戻し一覧(QB71PTRP.DAT)へ出力する。
      * 実行モードの結果はラン管理(QB71RUN.DAT)へ記録する。正常
      * 終了の記録以降、当日の先行バッチの正常終了記録はQB71RM
      * の先行チェックで無効となるため、QB7300・QB7000等の後続
      * バッチは復元後のマスターで再実行しない限り起動できない。
      * 巻戻し範囲が無い場合・プレビューモードの場合はラン管理へ
      * 記録しない。
      * 改版履歴
      *   2026/10/15  新規作成
      *   2026/10/15  QB7200の特約保険金額変更のジャーナルを巻戻し
      *               対象に追加(特約明細を更新前イメージに戻す)
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT パラメータファイル
               ASSIGN TO "QB71PTPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-パラメータ状態.
           SELECT 異動ジャーナルファイル
               ASSIGN TO "QB7200JL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ジャーナル状態.
           SELECT ジャーナル保持ファイル
               ASSIGN TO "QB71PTWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-保持状態.
           SELECT 巻戻しジャーナルファイル
               ASSIGN TO "QB71PTJL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-巻戻しJL状態.
           SELECT 契約マスターファイル
               ASSIGN TO "KEIYAKUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-契約者番号
               FILE STATUS IS WS-契約マスター状態.
           SELECT 特約明細ファイル
               ASSIGN TO "KEIYAKUR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KR-特約明細キー
               FILE STATUS IS WS-特約明細状態.
           SELECT 契約アーカイブファイル
               ASSIGN TO "KEIYAKUA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-アーカイブキー
               FILE STATUS IS WS-契約アーカイブ状態.
           SELECT 特約アーカイブファイル
               ASSIGN TO "KEIYAKRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KA-特約アーカイブキー
               FILE STATUS IS WS-特約アーカイブ状態.
           SELECT 巻戻し一覧ファイル
               ASSIGN TO "QB71PTRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-一覧状態.
       DATA DIVISION.
       FILE SECTION.
       FD  パラメータファイル.
       01  PR-パラメータレコード.
           05  PR-処理モード           PIC X(1).
           05  PR-復元年月日           PIC 9(8).
           05  PR-復元時分秒           PIC 9(6).
       FD  異動ジャーナルファイル.
       01  IJ-異動ジャーナル入力      PIC X(455).
       FD  ジャーナル保持ファイル.
       01  WK-ジャーナル保持レコード  PIC X(455).
       FD  巻戻しジャーナルファイル.
       01  PJ-巻戻しジャーナルレコード PIC X(455).
       FD  契約マスターファイル.
           COPY VB71C100.
       FD  特約明細ファイル.
           COPY VB71C150.
       FD  契約アーカイブファイル.
           COPY VB71C162.
       FD  特約アーカイブファイル.
           COPY VB71C163.
       FD  巻戻し一覧ファイル.
       01  PT-一覧印字行              PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-パラメータ状態          PIC X(2).
       01  WS-ジャーナル状態          PIC X(2).
       01  WS-保持状態                PIC X(2).
       01  WS-巻戻しJL状態            PIC X(2).
       01  WS-契約マスター状態        PIC X(2).
       01  WS-特約明細状態            PIC X(2).
       01  WS-契約アーカイブ状態      PIC X(2).
       01  WS-特約アーカイブ状態      PIC X(2).
       01  WS-一覧状態                PIC X(2).
       01  WS-ファイル終了スイッチ    PIC X(1).
           88  WS-ファイル終了        VALUE 'Y'.
       01  WS-巻戻し範囲スイッチ      PIC X(1)  VALUE 'N'.
           88  WS-巻戻し範囲          VALUE 'Y'.
       01  WS-ヒットスイッチ          PIC X(1).
           88  WS-ヒット              VALUE 'Y'.
       01  WS-処理モード              PIC X(1).
           88  WS-実行モード          VALUE '2'.
       01  WS-復元時点.
           05  WS-復元年月日          PIC 9(8).
           05  WS-復元時分秒          PIC 9(6).
       01  WS-現在日時                PIC X(21).
      *    異動ジャーナルの作業域
           COPY VB71C120.
      *    更新前・更新後・現在の契約マスターイメージ(VB71C100と
      *    同じ並び。特約件数のみ参照する)
       01  WS-更新前イメージ.
           05  WS-前契約者番号        PIC 9(10).
           05  FILLER                 PIC X(31).
           05  WS-前特約件数          PIC 9(2).
           05  FILLER                 PIC X(157).
       01  WS-更新後イメージ.
           05  WS-後契約者番号        PIC 9(10).
           05  FILLER                 PIC X(31).
           05  WS-後特約件数          PIC 9(2).
           05  FILLER                 PIC X(157).
       01  WS-現在イメージ            PIC X(200).
      *    巻戻し範囲のジャーナル(読込順＝古い順)。あふれた場合は
      *    途中までの巻戻しをしないよう、何も更新せずに異常終了
      *    する(OCCURSの上限を広げること)
       01  WS-巻戻しテーブル.
           05  WS-巻戻し登録件数      PIC 9(5)  VALUE ZERO.
           05  WS-巻戻し明細 OCCURS 5000 TIMES.
               10  WS-巻戻しジャーナル PIC X(455).
               10  WS-巻戻し対象区分   PIC X(1).
      *                'Y'=巻戻し対象(正常) 'N'=除外(エラー等)
      *                'K'=巻戻し対象(特約保険金額変更)
               10  WS-先行解約区分     PIC X(1).
      *                'Y'=同一契約・同日の解約が先にある
               10  WS-現況確認区分     PIC X(1).
      *                '1'=一致 '9'=不一致 空白=確認対象外
      *    正常に解約された契約者番号＋処理年月日(先行解約の判定用)
       01  WS-解約テーブル.
           05  WS-解約登録件数        PIC 9(5)  VALUE ZERO.
           05  WS-解約明細 OCCURS 5000 TIMES.
               10  WS-解約契約者番号   PIC 9(10).
               10  WS-解約年月日       PIC 9(8).
       01  WS-巻戻し添字              PIC 9(5).
       01  WS-比較添字                PIC 9(5).
       01  WS-確認区分                PIC X(1).
       01  WS-比較区分                PIC X(1).
       01  WS-比較ジャーナル          PIC X(455).
       01  WS-解約添字                PIC 9(5).
       01  WS-特約添字                PIC 9(2).
       01  WS-特約開始連番            PIC 9(2).
       01  WS-読込件数                PIC 9(9)  VALUE ZERO.
       01  WS-保持件数                PIC 9(9)  VALUE ZERO.
       01  WS-対象件数                PIC 9(9)  VALUE ZERO.
       01  WS-除外件数                PIC 9(9)  VALUE ZERO.
       01  WS-不一致件数              PIC 9(9)  VALUE ZERO.
       01  WS-新規取消件数            PIC 9(9)  VALUE ZERO.
       01  WS-異動戻し件数            PIC 9(9)  VALUE ZERO.
       01  WS-解約取消件数            PIC 9(9)  VALUE ZERO.
       01  WS-復活取消件数            PIC 9(9)  VALUE ZERO.
       01  WS-限度戻し件数            PIC 9(9)  VALUE ZERO.
       01  WS-特約欠落件数            PIC 9(9)  VALUE ZERO.
       01  WS-更新エラー件数          PIC 9(9)  VALUE ZERO.
       01  WS-ラン管理項目.
           05  WS-ラン機能区分        PIC X(1).
           05  WS-ランプログラムID    PIC X(8)  VALUE 'QB71PT'.
           05  WS-ラン先行プログラムID PIC X(8) VALUE SPACES.
           05  WS-ラン処理件数        PIC 9(9)  VALUE ZERO.
           05  WS-ラン完了コード      PIC X(1)  VALUE '0'.
           05  WS-ラン結果コード      PIC X(1).
      *    巻戻し一覧の印字行
       01  WS-見出し行1.
           05  FILLER                 PIC X(44)
               VALUE "＊＊ 契約マスター時点復元 ＊＊".
           05  FILLER                 PIC X(17)
               VALUE "  復元時点：".
           05  WS-見出し復元年月日    PIC 9(8).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-見出し復元時分秒    PIC 9(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-見出しモード        PIC X(18).
       01  WS-見出し行2.
           05  FILLER                 PIC X(26)
               VALUE "処理年月日  時分秒".
           05  FILLER                 PIC X(23)
               VALUE "区分  契約者番号".
           05  FILLER                 PIC X(32)
               VALUE "処理結果".
           05  FILLER                 PIC X(22)
               VALUE "巻戻し内容".
           05  FILLER                 PIC X(12)
               VALUE "現況確認".
       01  WS-明細行.
           05  WS-明細処理年月日      PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-明細処理時分秒      PIC 9(6).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WS-明細異動区分        PIC X(1).
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  WS-明細契約者番号      PIC 9(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-明細処理結果        PIC X(30).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-明細巻戻し内容      PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-明細現況確認        PIC X(9).
       01  WS-合計行.
           05  FILLER                 PIC X(18)
               VALUE "巻戻し対象".
           05  WS-合計対象件数        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(10)
               VALUE "  除外".
           05  WS-合計除外件数        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(12)
               VALUE "  不一致".
           05  WS-合計不一致件数      PIC ZZZ,ZZ9.
       01  WS-結果行.
           05  FILLER                 PIC X(18)
               VALUE "実行結果：".
           05  WS-結果内容            PIC X(60).
       01  WS-区切り行                PIC X(120) VALUE ALL '-'.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           MOVE FUNCTION CURRENT-DATE TO WS-現在日時
           PERFORM パラメータ読込
           OPEN INPUT  異動ジャーナルファイル
           OPEN OUTPUT 巻戻し一覧ファイル
           IF WS-実行モード
               OPEN OUTPUT ジャーナル保持ファイル
               OPEN I-O    契約マスターファイル
               OPEN I-O    特約明細ファイル
               PERFORM アーカイブファイルOPEN
           ELSE
               MOVE "00" TO WS-保持状態
               MOVE "00" TO WS-契約アーカイブ状態
               MOVE "00" TO WS-特約アーカイブ状態
               OPEN INPUT  契約マスターファイル
               OPEN INPUT  特約明細ファイル
           END-IF
           IF WS-ジャーナル状態 NOT = "00"
              OR WS-一覧状態 NOT = "00"
              OR WS-保持状態 NOT = "00"
              OR WS-契約マスター状態 NOT = "00"
              OR WS-特約明細状態 NOT = "00"
              OR WS-契約アーカイブ状態 NOT = "00"
              OR WS-特約アーカイブ状態 NOT = "00"
               DISPLAY "QB71PT ファイルOPENエラー "
                       WS-ジャーナル状態 " "
                       WS-一覧状態 " "
                       WS-保持状態 " "
                       WS-契約マスター状態 " "
                       WS-特約明細状態 " "
                       WS-契約アーカイブ状態 " "
                       WS-特約アーカイブ状態
               STOP RUN
           END-IF
           PERFORM ジャーナル読込
           CLOSE 異動ジャーナルファイル
           PERFORM 現況確認
           PERFORM 巻戻し一覧出力
           EVALUATE TRUE
               WHEN NOT WS-実行モード
                   MOVE "プレビューのため更新なし"
                       TO WS-結果内容
               WHEN WS-巻戻し登録件数 = ZERO
                   MOVE "巻戻し範囲なし" TO WS-結果内容
               WHEN WS-不一致件数 > ZERO
                   MOVE "現況不一致のため中止(更新なし)"
                       TO WS-結果内容
                   DISPLAY "QB71PT 巻戻し中止 現況不一致 "
                           WS-不一致件数
                   PERFORM ラン開始処理
                   MOVE '8' TO WS-ラン完了コード
                   PERFORM ラン終了処理
               WHEN OTHER
                   PERFORM ラン開始処理
                   PERFORM 巻戻し実行
                   PERFORM ジャーナル書戻し
                   PERFORM 巻戻しジャーナル出力
                   MOVE "巻戻し完了" TO WS-結果内容
                   IF WS-更新エラー件数 > ZERO
                      OR WS-特約欠落件数 > ZERO
                       MOVE "巻戻し完了(エラー・欠落あり)"
                           TO WS-結果内容
                   END-IF
                   MOVE '0' TO WS-ラン完了コード
                   PERFORM ラン終了処理
           END-EVALUATE
           WRITE PT-一覧印字行 FROM WS-結果行
           CLOSE 巻戻し一覧ファイル
           CLOSE 契約マスターファイル
           CLOSE 特約明細ファイル
           IF WS-実行モード
               CLOSE ジャーナル保持ファイル
               CLOSE 契約アーカイブファイル
               CLOSE 特約アーカイブファイル
           END-IF
           DISPLAY "QB71PT 読込 " WS-読込件数
                   " 対象 " WS-対象件数
                   " 除外 " WS-除外件数
                   " 不一致 " WS-不一致件数
           DISPLAY "QB71PT 新規取消 " WS-新規取消件数
                   " 異動戻し " WS-異動戻し件数
                   " 解約取消 " WS-解約取消件数
                   " 復活取消 " WS-復活取消件数
                   " 限度戻し " WS-限度戻し件数
                   " 特約欠落 " WS-特約欠落件数
                   " 更新エラー " WS-更新エラー件数
           STOP RUN.

       アーカイブファイルOPEN.
      * 消滅契約アーカイブ・消滅特約アーカイブは累積ファイルの
      * ため、未作成の場合(解約の実績が無い場合)だけ新規に作成
      * してからI-Oで開き直す
           OPEN I-O 契約アーカイブファイル
           IF WS-契約アーカイブ状態 = "35"
               OPEN OUTPUT 契約アーカイブファイル
               CLOSE 契約アーカイブファイル
               OPEN I-O 契約アーカイブファイル
           END-IF
           OPEN I-O 特約アーカイブファイル
           IF WS-特約アーカイブ状態 = "35"
               OPEN OUTPUT 特約アーカイブファイル
               CLOSE 特約アーカイブファイル
               OPEN I-O 特約アーカイブファイル
           END-IF.

       ラン開始処理.
      * 復元はラン外で随時実行するため先行チェックは行わず、開始
      * 記録のみをラン管理ファイルへ書く
           MOVE '1' TO WS-ラン機能区分
           CALL 'QB71RM' USING WS-ラン管理項目.

       ラン終了処理.
           MOVE '2' TO WS-ラン機能区分
           MOVE WS-対象件数 TO WS-ラン処理件数
           CALL 'QB71RM' USING WS-ラン管理項目.

       パラメータ読込.
      * 復元時点の指定が無い場合は何を巻き戻すか決められない
      * ため異常終了する。処理モードが'2'以外はプレビューとする
           OPEN INPUT パラメータファイル
           IF WS-パラメータ状態 NOT = "00"
               DISPLAY "QB71PT パラメータOPENエラー "
                       WS-パラメータ状態
               STOP RUN
           END-IF
           READ パラメータファイル
               AT END
                   DISPLAY "QB71PT パラメータ未設定"
                   STOP RUN
           END-READ
           IF PR-復元年月日 NOT NUMERIC
              OR PR-復元年月日 = ZERO
              OR PR-復元時分秒 NOT NUMERIC
               DISPLAY "QB71PT 復元時点エラー "
                       PR-パラメータレコード
               STOP RUN
           END-IF
           MOVE PR-復元年月日 TO WS-復元年月日
           MOVE PR-復元時分秒 TO WS-復元時分秒
           IF PR-処理モード = '2'
               MOVE '2' TO WS-処理モード
           ELSE
               MOVE '1' TO WS-処理モード
           END-IF
           CLOSE パラメータファイル.

       ジャーナル読込.
      * 復元時点までのレコードは(実行モードでは)ジャーナル保持
      * ファイルへ写し、復元時点を超えた最初のレコード以降は巻戻
      * しテーブルへ積む
           MOVE 'N' TO WS-ファイル終了スイッチ
           PERFORM UNTIL WS-ファイル終了
               READ 異動ジャーナルファイル
                   INTO JL-異動ジャーナルレコード
                   AT END
                       SET WS-ファイル終了 TO TRUE
                   NOT AT END
                       ADD 1 TO WS-読込件数
                       PERFORM ジャーナル単位振分け
               END-READ
           END-PERFORM.

       ジャーナル単位振分け.
           IF JL-異動ジャーナルレコード(1:14)
                  > WS-復元時点
               SET WS-巻戻し範囲 TO TRUE
           END-IF
           IF WS-巻戻し範囲
               PERFORM 巻戻しテーブル登録
           ELSE
               ADD 1 TO WS-保持件数
               IF WS-実行モード
                   WRITE WK-ジャーナル保持レコード
                       FROM JL-異動ジャーナルレコード
               END-IF
           END-IF
           IF JL-異動区分 = 'D'
              AND JL-処理結果 = "正常"
               PERFORM 解約テーブル登録
           END-IF.

       巻戻しテーブル登録.
           IF WS-巻戻し登録件数 NOT < 5000
               DISPLAY "QB71PT 巻戻しテーブルあふれ "
                       WS-巻戻し登録件数
               STOP RUN
           END-IF
           ADD 1 TO WS-巻戻し登録件数
           MOVE WS-巻戻し登録件数 TO WS-巻戻し添字
           MOVE JL-異動ジャーナルレコード
               TO WS-巻戻しジャーナル(WS-巻戻し添字)
           MOVE 'N'    TO WS-先行解約区分(WS-巻戻し添字)
           MOVE SPACES TO WS-現況確認区分(WS-巻戻し添字)
           EVALUATE TRUE
               WHEN JL-処理結果 = "正常"
                AND (JL-異動区分 = 'A' OR 'C' OR 'D' OR 'F')
                   MOVE 'Y' TO WS-確認区分
                   ADD 1 TO WS-対象件数
               WHEN JL-処理結果 = "特約保険金額変更"
                AND JL-異動区分 = 'C'
                   MOVE 'K' TO WS-確認区分
                   ADD 1 TO WS-対象件数
               WHEN OTHER
                   MOVE 'N' TO WS-確認区分
                   ADD 1 TO WS-除外件数
           END-EVALUATE
           MOVE WS-確認区分
               TO WS-巻戻し対象区分(WS-巻戻し添字).

       解約テーブル登録.
      * 同じ契約者番号・同じ処理年月日の解約が既に登録されて
      * いれば、巻戻し範囲の解約に先行解約ありの印を付ける
           MOVE 'N' TO WS-ヒットスイッチ
           PERFORM VARYING WS-解約添字 FROM 1 BY 1
                   UNTIL WS-解約添字 > WS-解約登録件数
                      OR WS-ヒット
               IF WS-解約契約者番号(WS-解約添字)
                   = JL-契約者番号
                  AND WS-解約年月日(WS-解約添字)
                      = JL-処理年月日
                   SET WS-ヒット TO TRUE
               END-IF
           END-PERFORM
           IF WS-ヒット
               IF WS-巻戻し範囲
                   MOVE 'Y' TO WS-先行解約区分(WS-巻戻し添字)
               END-IF
           ELSE
               IF WS-解約登録件数 NOT < 5000
                   DISPLAY "QB71PT 解約テーブルあふれ "
                           WS-解約登録件数
                   STOP RUN
               END-IF
               ADD 1 TO WS-解約登録件数
               MOVE JL-契約者番号
                   TO WS-解約契約者番号(WS-解約登録件数)
               MOVE JL-処理年月日
                   TO WS-解約年月日(WS-解約登録件数)
           END-IF.

       現況確認.
      * 契約ごとに最も新しい巻戻し対象の更新後イメージを現在の
      * 契約マスター(在籍なしは空白)と突き合わせる。それより古い
      * 同一契約の対象は、新しい方から順に戻せば更新後イメージ
      * と一致するため確認対象外とする。特約保険金額変更は同じ
      * 契約の新しい契約マスターの対象・同じ特約連番の新しい
      * 特約保険金額変更が無い場合に現在の特約明細と突き合わせる
           PERFORM VARYING WS-巻戻し添字
               FROM WS-巻戻し登録件数
                   BY -1 UNTIL WS-巻戻し添字 < 1
               MOVE WS-巻戻し対象区分(WS-巻戻し添字)
                   TO WS-確認区分
               IF WS-確認区分 = 'Y' OR WS-確認区分 = 'K'
                   MOVE WS-巻戻しジャーナル(WS-巻戻し添字)
                       TO JL-異動ジャーナルレコード
                   PERFORM 新しい対象検索
                   IF NOT WS-ヒット
                       IF WS-確認区分 = 'K'
                           PERFORM 特約現在イメージ突合
                       ELSE
                           PERFORM 現在イメージ突合
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       新しい対象検索.
           MOVE 'N' TO WS-ヒットスイッチ
           PERFORM VARYING WS-比較添字 FROM WS-巻戻し添字 BY 1
                   UNTIL WS-比較添字 >= WS-巻戻し登録件数
                      OR WS-ヒット
               MOVE WS-巻戻し対象区分(WS-比較添字 + 1)
                   TO WS-比較区分
               MOVE WS-巻戻しジャーナル(WS-比較添字 + 1)
                   TO WS-比較ジャーナル
               IF WS-比較ジャーナル(16:10) = JL-契約者番号
                   IF WS-比較区分 = 'Y'
                       SET WS-ヒット TO TRUE
                   END-IF
      *            特約明細の連番は更新後イメージ(256桁目から)の
      *            11桁目
                   IF WS-比較区分 = 'K'
                      AND WS-確認区分 = 'K'
                      AND WS-比較ジャーナル(266:2) =
                              JL-更新後レコード(11:2)
                       SET WS-ヒット TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       現在イメージ突合.
           MOVE SPACES TO WS-現在イメージ
           MOVE JL-契約者番号 TO CM-契約者番号
           READ 契約マスターファイル
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CM-契約マスターレコード
                       TO WS-現在イメージ
           END-READ
           IF WS-現在イメージ = JL-更新後レコード
               MOVE '1' TO WS-現況確認区分(WS-巻戻し添字)
           ELSE
               MOVE '9' TO WS-現況確認区分(WS-巻戻し添字)
               ADD 1 TO WS-不一致件数
           END-IF.

       特約現在イメージ突合.
           MOVE SPACES TO WS-現在イメージ
           MOVE JL-更新後レコード(1:12) TO KR-特約明細キー
           READ 特約明細ファイル
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE KR-特約明細レコード
                       TO WS-現在イメージ
           END-READ
           IF WS-現在イメージ = JL-更新後レコード
               MOVE '1' TO WS-現況確認区分(WS-巻戻し添字)
           ELSE
               MOVE '9' TO WS-現況確認区分(WS-巻戻し添字)
               ADD 1 TO WS-不一致件数
           END-IF.

       巻戻し一覧出力.
      * 巻戻し範囲のジャーナルを新しい順(巻き戻す順)に印字する
           MOVE WS-復元年月日 TO WS-見出し復元年月日
           MOVE WS-復元時分秒 TO WS-見出し復元時分秒
           IF WS-実行モード
               MOVE "実行モード" TO WS-見出しモード
           ELSE
               MOVE "プレビュー" TO WS-見出しモード
           END-IF
           WRITE PT-一覧印字行 FROM WS-見出し行1
           WRITE PT-一覧印字行 FROM WS-区切り行
           WRITE PT-一覧印字行 FROM WS-見出し行2
           WRITE PT-一覧印字行 FROM WS-区切り行
           PERFORM VARYING WS-巻戻し添字
               FROM WS-巻戻し登録件数
                   BY -1 UNTIL WS-巻戻し添字 < 1
               MOVE WS-巻戻しジャーナル(WS-巻戻し添字)
                   TO JL-異動ジャーナルレコード
               PERFORM 巻戻し明細編集
               WRITE PT-一覧印字行 FROM WS-明細行
           END-PERFORM
           WRITE PT-一覧印字行 FROM WS-区切り行
           MOVE WS-対象件数   TO WS-合計対象件数
           MOVE WS-除外件数   TO WS-合計除外件数
           MOVE WS-不一致件数 TO WS-合計不一致件数
           WRITE PT-一覧印字行 FROM WS-合計行.

       巻戻し明細編集.
           MOVE JL-処理年月日 TO WS-明細処理年月日
           MOVE JL-処理時分秒 TO WS-明細処理時分秒
           MOVE JL-異動区分   TO WS-明細異動区分
           MOVE JL-契約者番号 TO WS-明細契約者番号
           MOVE JL-処理結果   TO WS-明細処理結果
           EVALUATE WS-巻戻し対象区分(WS-巻戻し添字)
               WHEN 'Y'
                   PERFORM 巻戻し内容編集
               WHEN 'K'
                   MOVE "特約限度戻し" TO WS-明細巻戻し内容
               WHEN OTHER
                   MOVE "除外(反映なし)"
                       TO WS-明細巻戻し内容
           END-EVALUATE
           EVALUATE WS-現況確認区分(WS-巻戻し添字)
               WHEN '1'
                   MOVE "一致"   TO WS-明細現況確認
               WHEN '9'
                   MOVE "不一致" TO WS-明細現況確認
               WHEN OTHER
                   MOVE SPACES   TO WS-明細現況確認
           END-EVALUATE.

       巻戻し内容編集.
           EVALUATE JL-異動区分
               WHEN 'A'
                   MOVE "新規取消" TO WS-明細巻戻し内容
               WHEN 'C'
                   MOVE "異動戻し" TO WS-明細巻戻し内容
               WHEN 'D'
                   MOVE "解約取消" TO WS-明細巻戻し内容
               WHEN 'F'
                   MOVE "復活取消" TO WS-明細巻戻し内容
           END-EVALUATE.

       巻戻し実行.
      * 巻戻し対象を新しい順に異動区分ごとの戻し処理へ振り分ける
           PERFORM VARYING WS-巻戻し添字
               FROM WS-巻戻し登録件数
                   BY -1 UNTIL WS-巻戻し添字 < 1
               IF WS-巻戻し対象区分(WS-巻戻し添字) = 'K'
                   MOVE WS-巻戻しジャーナル(WS-巻戻し添字)
                       TO JL-異動ジャーナルレコード
                   PERFORM 特約限度戻し処理
                   ADD 1 TO WS-限度戻し件数
               END-IF
               IF WS-巻戻し対象区分(WS-巻戻し添字) = 'Y'
                   MOVE WS-巻戻しジャーナル(WS-巻戻し添字)
                       TO JL-異動ジャーナルレコード
                   MOVE JL-更新前レコード
                       TO WS-更新前イメージ
                   MOVE JL-更新後レコード
                       TO WS-更新後イメージ
                   EVALUATE JL-異動区分
                       WHEN 'A'
                           PERFORM 新規取消処理
                           ADD 1 TO WS-新規取消件数
                       WHEN 'C'
                           PERFORM 異動戻し処理
                           ADD 1 TO WS-異動戻し件数
                       WHEN 'D'
                           PERFORM 解約取消処理
                           ADD 1 TO WS-解約取消件数
                       WHEN 'F'
                           PERFORM 新規取消処理
                           ADD 1 TO WS-復活取消件数
                   END-EVALUATE
               END-IF
           END-PERFORM.

       新規取消処理.
      * 新規・復活で作られた契約マスターと特約明細を削除する
           MOVE JL-契約者番号 TO CM-契約者番号
           DELETE 契約マスターファイル RECORD
               INVALID KEY
                   PERFORM 更新エラー表示
           END-DELETE
           MOVE 1 TO WS-特約開始連番
           PERFORM 特約明細削除.

       異動戻し処理.
      * 契約マスターを更新前イメージに戻し、中途付帯された特約
      * 明細を削除する
           MOVE WS-更新前イメージ
               TO CM-契約マスターレコード
           REWRITE CM-契約マスターレコード
               INVALID KEY
                   PERFORM 更新エラー表示
           END-REWRITE
           IF WS-後特約件数 > WS-前特約件数
               COMPUTE WS-特約開始連番 = WS-前特約件数 + 1
               PERFORM 特約明細削除
           END-IF.

       特約限度戻し処理.
      * 保険金額を変更した特約明細を更新前イメージに戻す
           MOVE JL-更新前レコード TO KR-特約明細レコード
           REWRITE KR-特約明細レコード
               INVALID KEY
                   PERFORM 更新エラー表示
           END-REWRITE.

       特約明細削除.
      * 特約連番WS-特約開始連番～更新後の特約件数の特約明細を
      * 削除する
           MOVE JL-契約者番号 TO KR-契約者番号
           PERFORM VARYING WS-特約添字
               FROM WS-特約開始連番 BY 1
                   UNTIL WS-特約添字 > WS-後特約件数
               MOVE WS-特約添字 TO KR-特約連番
               DELETE 特約明細ファイル RECORD
                   INVALID KEY
                       ADD 1 TO WS-特約欠落件数
               END-DELETE
           END-PERFORM.

       解約取消処理.
      * 契約マスターを更新前イメージから作り直し、特約明細を消滅
      * 特約アーカイブから戻す。先行解約が無ければ、この解約で
      * 作ったアーカイブを取り消す
           MOVE WS-更新前イメージ
               TO CM-契約マスターレコード
           WRITE CM-契約マスターレコード
               INVALID KEY
                   PERFORM 更新エラー表示
           END-WRITE
           PERFORM VARYING WS-特約添字 FROM 1 BY 1
                   UNTIL WS-特約添字 > WS-前特約件数
               MOVE JL-契約者番号 TO KA-契約者番号
               MOVE JL-処理年月日 TO KA-消滅年月日
               MOVE WS-特約添字   TO KA-特約連番
               READ 特約アーカイブファイル
                   INVALID KEY
                       ADD 1 TO WS-特約欠落件数
                       DISPLAY "QB71PT 特約アーカイブなし "
                               JL-契約者番号 " " WS-特約添字
                   NOT INVALID KEY
                       PERFORM 特約明細復元
               END-READ
           END-PERFORM
           IF WS-先行解約区分(WS-巻戻し添字) NOT = 'Y'
               MOVE JL-契約者番号 TO AR-契約者番号
               MOVE JL-処理年月日 TO AR-消滅年月日
               DELETE 契約アーカイブファイル RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

       特約明細復元.
           MOVE KA-契約者番号          TO KR-契約者番号
           MOVE KA-特約連番            TO KR-特約連番
           MOVE KA-特約種別コード
                                 TO KR-特約種別コード
           MOVE KA-特約異動日          TO KR-特約異動日
           MOVE KA-保険金額            TO KR-保険金額
           MOVE KA-支払累計額          TO KR-支払累計額
           WRITE KR-特約明細レコード
               INVALID KEY
                   PERFORM 更新エラー表示
           END-WRITE
           IF WS-先行解約区分(WS-巻戻し添字) NOT = 'Y'
               DELETE 特約アーカイブファイル RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

       更新エラー表示.
      * 現況確認済みのため通常は発生しない(並行して更新された
      * 場合等)。件数を数えて処理は続行する
           ADD 1 TO WS-更新エラー件数
           DISPLAY "QB71PT 更新エラー " JL-異動区分 " "
                   JL-契約者番号 " "
                   WS-契約マスター状態 " "
                   WS-特約明細状態.

       ジャーナル書戻し.
      * 異動ジャーナルを復元時点までのレコードで作り直す
           CLOSE ジャーナル保持ファイル
           OPEN INPUT  ジャーナル保持ファイル
           OPEN OUTPUT 異動ジャーナルファイル
           IF WS-保持状態 NOT = "00"
              OR WS-ジャーナル状態 NOT = "00"
               DISPLAY "QB71PT ジャーナル書戻しOPENエラー "
                       WS-保持状態 " " WS-ジャーナル状態
               STOP RUN
           END-IF
           MOVE 'N' TO WS-ファイル終了スイッチ
           PERFORM UNTIL WS-ファイル終了
               READ ジャーナル保持ファイル
                   AT END
                       SET WS-ファイル終了 TO TRUE
                   NOT AT END
                       WRITE IJ-異動ジャーナル入力
                           FROM WK-ジャーナル保持レコード
               END-READ
           END-PERFORM
           CLOSE 異動ジャーナルファイル.

       巻戻しジャーナル出力.
      * 巻戻し範囲のレコードを元の並び(古い順)で巻戻しジャーナル
      * へ追記する。未作成の場合は新規に作成する
           OPEN EXTEND 巻戻しジャーナルファイル
           IF WS-巻戻しJL状態 = "35"
               OPEN OUTPUT 巻戻しジャーナルファイル
           END-IF
           IF WS-巻戻しJL状態 NOT = "00"
               DISPLAY "QB71PT 巻戻しジャーナルOPENエラー "
                       WS-巻戻しJL状態
           ELSE
               PERFORM VARYING WS-巻戻し添字 FROM 1 BY 1
                       UNTIL WS-巻戻し添字 >
                             WS-巻戻し登録件数
                   WRITE PJ-巻戻しジャーナルレコード
                       FROM
                       WS-巻戻しジャーナル(WS-巻戻し添字)
               END-PERFORM
               CLOSE 巻戻しジャーナルファイル
           END-IF.
