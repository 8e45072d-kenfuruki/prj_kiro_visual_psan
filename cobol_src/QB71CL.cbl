       IDENTIFICATION DIVISION.
       PROGRAM-ID. QB71CL.
      *---------------------------------------------------------
      * 営業日判定・補正共有モジュール
      * 各バッチ(QB7400・QB7410・QB7415・QB7430・QB71RM)から
      * 呼び出され、指定された日付が営業日かどうかを判定し、
      * 非営業日であれば翌営業日または前営業日へ補正した日付を
      * 返す。従来は振替指定日・請求予定日・払込期限をすべて
      * 暦日の固定ルールで決めており、27日が休日の月は銀行から
      * 振替依頼ファイルを差し戻されて手で日付を直していた。
      * 土曜日・日曜日は暦から判定し、それ以外の非営業日は営業
      * 日カレンダー(EIGYOCAL.DAT、VB71C169)に登録された日付で
      * 判定する。カレンダーはラン中の初回呼出し時にテーブルへ
      * ロードする。
      *     機能区分   '1'=判定のみ '2'=翌営業日補正
      *                '3'=前営業日補正
      *     営業日区分 '1'=営業日 '0'=非営業日(対象年月日の判定)
      *     結果コード '0'=正常
      *                '4'=対象年のカレンダー未登録(土日のみで
      *                    判定。年の初回だけ警告を表示する)
      *                '8'=カレンダーファイルなし(土日のみで判定)
      * 改版履歴
      *   2026/10/15  新規作成
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT 営業日カレンダーファイル
               ASSIGN TO "EIGYOCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-カレンダー状態.
       DATA DIVISION.
       FILE SECTION.
       FD  営業日カレンダーファイル.
           COPY VB71C169.
       WORKING-STORAGE SECTION.
       01  WS-カレンダー状態          PIC X(2).
       01  WS-ロード済みスイッチ      PIC X(1)  VALUE 'N'.
           88  WS-ロード済み          VALUE 'Y'.
       01  WS-カレンダーなしスイッチ  PIC X(1)  VALUE 'N'.
           88  WS-カレンダーなし      VALUE 'Y'.
       01  WS-ファイル終了スイッチ    PIC X(1).
           88  WS-ファイル終了        VALUE 'Y'.
       01  WS-休日ヒットスイッチ      PIC X(1).
           88  WS-休日ヒット          VALUE 'Y'.
       01  WS-年登録スイッチ          PIC X(1).
           88  WS-年登録あり          VALUE 'Y'.
       01  WS-営業日スイッチ          PIC X(1).
           88  WS-営業日              VALUE 'Y'.
      *    営業日カレンダーテーブル(EIGYOCAL.DATの全休日を保持)
       01  WS-休日テーブル.
           05  WS-休日登録件数        PIC 9(4)  VALUE ZERO.
           05  WS-休日明細 OCCURS 2000 TIMES.
               10  WS-休日年月日       PIC 9(8).
       01  WS-休日添字                PIC 9(4).
       01  WS-判定日                  PIC 9(8).
       01  WS-判定日通日              PIC 9(8).
       01  WS-曜日                    PIC 9(1).
       01  WS-警告済み年              PIC 9(4)  VALUE ZERO.
       LINKAGE SECTION.
       01  LK-営業日項目.
           05  LK-機能区分             PIC X(1).
           05  LK-対象年月日           PIC 9(8).
           05  LK-補正年月日           PIC 9(8).
           05  LK-営業日区分           PIC X(1).
           05  LK-結果コード           PIC X(1).
       PROCEDURE DIVISION USING LK-営業日項目.
       CL-MAIN-ROUTINE.
           IF NOT WS-ロード済み
               PERFORM カレンダーロード
               SET WS-ロード済み TO TRUE
           END-IF
           MOVE '0' TO LK-結果コード
           MOVE LK-対象年月日 TO WS-判定日
           PERFORM 営業日判定
           IF WS-営業日
               MOVE '1' TO LK-営業日区分
           ELSE
               MOVE '0' TO LK-営業日区分
           END-IF
      * 非営業日の場合は機能区分に従い1日ずつ進める(戻す)
           MOVE FUNCTION INTEGER-OF-DATE(WS-判定日)
               TO WS-判定日通日
           EVALUATE LK-機能区分
               WHEN '2'
                   PERFORM UNTIL WS-営業日
                       ADD 1 TO WS-判定日通日
                       MOVE FUNCTION DATE-OF-INTEGER(WS-判定日通日)
                           TO WS-判定日
                       PERFORM 営業日判定
                   END-PERFORM
               WHEN '3'
                   PERFORM UNTIL WS-営業日
                       SUBTRACT 1 FROM WS-判定日通日
                       MOVE FUNCTION DATE-OF-INTEGER(WS-判定日通日)
                           TO WS-判定日
                       PERFORM 営業日判定
                   END-PERFORM
           END-EVALUATE
           MOVE WS-判定日 TO LK-補正年月日
           EXIT PROGRAM.

       カレンダーロード.
      * カレンダーファイルが無い場合は土日のみで判定して続行
      * する(結果コード'8'を返す)。テーブルからあふれた場合は
      * 休日を営業日と誤判定しないよう異常終了する(OCCURSの
      * 上限を広げること)
           OPEN INPUT 営業日カレンダーファイル
           IF WS-カレンダー状態 NOT = "00"
               DISPLAY "QB71CL 営業日カレンダー未検出 "
                       WS-カレンダー状態
                       " 土日のみで判定します"
               SET WS-カレンダーなし TO TRUE
           ELSE
               MOVE 'N' TO WS-ファイル終了スイッチ
               PERFORM UNTIL WS-ファイル終了
                   READ 営業日カレンダーファイル
                       AT END
                           SET WS-ファイル終了 TO TRUE
                       NOT AT END
                           PERFORM 休日テーブル登録
                   END-READ
               END-PERFORM
               CLOSE 営業日カレンダーファイル
           END-IF.

       休日テーブル登録.
           IF WS-休日登録件数 < 2000
               ADD 1 TO WS-休日登録件数
               MOVE EC-休日年月日
                   TO WS-休日年月日(WS-休日登録件数)
           ELSE
               DISPLAY "QB71CL 休日テーブルあふれ "
                       EC-休日年月日
               STOP RUN
           END-IF.

       営業日判定.
      * 通日(1601/01/01＝月曜日を1とする)を7で割った余りで曜日
      * を求め、0(日曜日)・6(土曜日)は非営業日とする。平日は
      * カレンダーの休日テーブルを検索する。判定日の年が1件も
      * 登録されていない場合は結果コード'4'を返す
           MOVE 'Y' TO WS-営業日スイッチ
           COMPUTE WS-曜日 =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-判定日), 7)
           IF WS-曜日 = 0 OR WS-曜日 = 6
               MOVE 'N' TO WS-営業日スイッチ
           END-IF
           IF WS-カレンダーなし
               MOVE '8' TO LK-結果コード
           ELSE
               MOVE 'N' TO WS-休日ヒットスイッチ
               MOVE 'N' TO WS-年登録スイッチ
               PERFORM VARYING WS-休日添字 FROM 1 BY 1
                       UNTIL WS-休日添字 > WS-休日登録件数
                          OR WS-休日ヒット
                   IF WS-休日年月日(WS-休日添字)(1:4) =
                          WS-判定日(1:4)
                       SET WS-年登録あり TO TRUE
                   END-IF
                   IF WS-休日年月日(WS-休日添字) = WS-判定日
                       SET WS-休日ヒット TO TRUE
                   END-IF
               END-PERFORM
               IF WS-休日ヒット
                   MOVE 'N' TO WS-営業日スイッチ
               END-IF
               IF NOT WS-年登録あり
                   MOVE '4' TO LK-結果コード
                   IF WS-判定日(1:4) NOT = WS-警告済み年
                       MOVE WS-判定日(1:4) TO WS-警告済み年
                       DISPLAY "QB71CL カレンダー未登録年 "
                               WS-警告済み年
                               " 土日のみで判定します"
                   END-IF
               END-IF
           END-IF.
