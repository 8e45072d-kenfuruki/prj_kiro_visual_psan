       IDENTIFICATION DIVISION.
       PROGRAM-ID. QB7415.
      *---------------------------------------------------------
      * 自火超：団体扱い(給与控除)一括請求バッチ
      * QB7400が払込方法別に書き出した請求予定(QB7400Y/H/M.DAT、
      * VB71C510)から、請求予定日が処理基準日の当月に到来する
      * 回次のうち、契約マスター(KEIYAKUM.DAT)の団体コードが設定
      * された団体扱い契約の回次を抽出し、団体マスター(DANTAIM.
      * DAT、VB71C168)の団体ごとに
      *   (1) 給与控除依頼一覧(QB7415KJ.DAT。構成契約ごとの契約者
      *       番号・被保険者氏名・控除額)
      *   (2) 団体請求書(QB7415SK.DAT。締め日・払込期日・件数・
      *       請求金額)
      *   (3) 団体請求明細(QB7415SM.DAT、VB71C513。QB7425の団体
      *       入金消込の入力)
      * を作成する。従来は営業担当が手作業で団体別の控除依頼書を
      * 作っていた。団体扱い契約の回次はQB7410の個人の振替依頼
      * からは除外される。
      * 契約マスターに在籍しない契約の回次は消滅済として請求
      * しない。団体マスターに無い団体コードの契約の回次は請求へ
      * 出力せず、エラー一覧(QB7415ER.DAT)へ書き出して業務側の
      * 団体登録を促す。
      * 締め日・払込日は処理基準日の当月の日付とし(29日以降は
      * 28日に補正)、払込日が締め日以前の団体は翌月の払込日を
      * 払込期日とする。払込期日が土日・祝日・銀行休業日の場合
      * は営業日カレンダー(QB71CL)により翌営業日とする。
      * 改版履歴
      *   2026/10/15  新規作成
      *   2026/10/15  払込期日が非営業日の場合に翌営業日へ補正する
      *               ように変更
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT 年払請求ファイル
               ASSIGN TO "QB7400Y.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-年払状態.
           SELECT 半年払請求ファイル
               ASSIGN TO "QB7400H.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-半年払状態.
           SELECT 月払請求ファイル
               ASSIGN TO "QB7400M.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-月払状態.
           SELECT 契約マスターファイル
               ASSIGN TO "KEIYAKUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-契約者番号
               FILE STATUS IS WS-契約マスター状態.
           SELECT 団体マスターファイル
               ASSIGN TO "DANTAIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-団体コード
               FILE STATUS IS WS-団体マスター状態.
           SELECT 控除依頼一覧ファイル
               ASSIGN TO "QB7415KJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-控除依頼状態.
           SELECT 団体請求書ファイル
               ASSIGN TO "QB7415SK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-請求書状態.
           SELECT 団体請求明細ファイル
               ASSIGN TO "QB7415SM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-請求明細状態.
           SELECT エラー一覧ファイル
               ASSIGN TO "QB7415ER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-エラー一覧状態.
       DATA DIVISION.
       FILE SECTION.
       FD  年払請求ファイル.
       01  BLY-請求予定レコード       PIC X(30).
       FD  半年払請求ファイル.
       01  BLH-請求予定レコード       PIC X(30).
       FD  月払請求ファイル.
       01  BLM-請求予定レコード       PIC X(30).
       FD  契約マスターファイル.
           COPY VB71C100.
       FD  団体マスターファイル.
           COPY VB71C168.
       FD  控除依頼一覧ファイル.
       01  KJ-控除依頼行              PIC X(100).
       FD  団体請求書ファイル.
       01  SK-団体請求書行            PIC X(90).
       FD  団体請求明細ファイル.
           COPY VB71C513.
       FD  エラー一覧ファイル.
       01  ER-団体エラーレコード.
           05  ER-団体コード           PIC X(6).
           05  ER-契約者番号           PIC 9(10).
           05  ER-請求回次             PIC 9(3).
           05  ER-請求予定日           PIC 9(8).
           05  ER-請求金額             PIC 9(8).
           05  ER-エラー理由           PIC X(30).
       WORKING-STORAGE SECTION.
           COPY VB71C510.
       01  WS-年払状態                PIC X(2).
       01  WS-半年払状態              PIC X(2).
       01  WS-月払状態                PIC X(2).
       01  WS-契約マスター状態        PIC X(2).
       01  WS-団体マスター状態        PIC X(2).
       01  WS-控除依頼状態            PIC X(2).
       01  WS-請求書状態              PIC X(2).
       01  WS-請求明細状態            PIC X(2).
       01  WS-エラー一覧状態          PIC X(2).
       01  WS-ファイル終了スイッチ    PIC X(1).
           88  WS-ファイル終了        VALUE 'Y'.
       01  WS-在籍ありスイッチ        PIC X(1).
           88  WS-在籍あり            VALUE 'Y'.
       01  WS-団体ありスイッチ        PIC X(1).
           88  WS-団体あり            VALUE 'Y'.
       01  WS-ヒットスイッチ          PIC X(1).
           88  WS-団体ヒット          VALUE 'Y'.
       01  WS-現在日時                PIC X(21).
       01  WS-処理基準日              PIC 9(8).
       01  WS-基準日分解 REDEFINES WS-処理基準日.
           05  WS-基準年月            PIC 9(6).
           05  WS-基準日日            PIC 9(2).
       01  WS-予定日8                 PIC 9(8).
       01  WS-予定日分解 REDEFINES WS-予定日8.
           05  WS-予定年月            PIC 9(6).
           05  WS-予定日日            PIC 9(2).
       01  WS-締め日付                PIC 9(8).
       01  WS-締め日分解 REDEFINES WS-締め日付.
           05  WS-締め年月            PIC 9(6).
           05  WS-締め日日            PIC 9(2).
       01  WS-営業日項目.
           05  WS-営業日機能区分      PIC X(1).
           05  WS-営業日対象日        PIC 9(8).
           05  WS-営業日補正日        PIC 9(8).
           05  WS-営業日区分          PIC X(1).
           05  WS-営業日結果コード    PIC X(1).
       01  WS-払込期日                PIC 9(8).
       01  WS-払込日分解 REDEFINES WS-払込期日.
           05  WS-払込年              PIC 9(4).
           05  WS-払込月              PIC 9(2).
           05  WS-払込日日            PIC 9(2).
      *    団体扱い回次の明細テーブル
       01  WS-明細テーブル.
           05  WS-明細登録件数        PIC 9(5)  VALUE ZERO.
           05  WS-明細 OCCURS 10000 TIMES.
               10  WS-明細団体コード   PIC X(6).
               10  WS-明細契約者番号   PIC 9(10).
               10  WS-明細請求回次     PIC 9(3).
               10  WS-明細請求予定日   PIC 9(8).
               10  WS-明細請求金額     PIC 9(8).
               10  WS-明細被保険者氏名 PIC X(30).
       01  WS-明細添字                PIC 9(5).
      *    団体別の請求集計テーブル
       01  WS-団体テーブル.
           05  WS-団体登録件数        PIC 9(4)  VALUE ZERO.
           05  WS-団体明細 OCCURS 500 TIMES.
               10  WS-団体集計コード   PIC X(6).
               10  WS-団体件数         PIC 9(7).
               10  WS-団体請求金額     PIC 9(11).
       01  WS-団体添字                PIC 9(4).
       01  WS-入力件数                PIC 9(9)  VALUE ZERO.
       01  WS-対象件数                PIC 9(9)  VALUE ZERO.
       01  WS-消滅済件数              PIC 9(9)  VALUE ZERO.
       01  WS-個人扱件数              PIC 9(9)  VALUE ZERO.
       01  WS-団体なし件数            PIC 9(9)  VALUE ZERO.
       01  WS-請求金額合計            PIC 9(13) VALUE ZERO.
       01  WS-あふれ件数              PIC 9(9)  VALUE ZERO.
      *    控除依頼一覧の編集行
       01  WS-控除見出し行1.
           05  FILLER                 PIC X(40)  VALUE
               '＊＊ 給与控除依頼一覧 ＊＊'.
           05  FILLER                 PIC X(20)  VALUE
               ' 請求年月:'.
           05  WS-控除見出し年月      PIC 9(6).
       01  WS-控除見出し行2.
           05  FILLER                 PIC X(10)  VALUE
               ' 団体:'.
           05  WS-控除見出しコード    PIC X(6).
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-控除見出し名称      PIC X(40).
           05  FILLER                 PIC X(14)  VALUE
               ' 締め日:'.
           05  WS-控除見出し締め日    PIC 9(8).
       01  WS-控除見出し行3.
           05  FILLER                 PIC X(44)  VALUE
               ' 契約者番号  回次 被保険者氏名'.
           05  FILLER                 PIC X(30)  VALUE
               '               控除額'.
       01  WS-控除明細行.
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-控除行契約者番号    PIC 9(10).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  WS-控除行請求回次      PIC ZZ9.
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-控除行被保険者氏名  PIC X(30).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  WS-控除行控除額        PIC ZZ,ZZZ,ZZ9.
       01  WS-控除合計行.
           05  FILLER                 PIC X(12)  VALUE
               ' 合計'.
           05  WS-控除合計件数        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(30)  VALUE
               ' 件'.
           05  WS-控除合計金額        PIC Z,ZZZ,ZZZ,ZZ9.
      *    団体請求書の編集行
       01  WS-区切り行                PIC X(60)  VALUE ALL '*'.
       01  WS-請求書表題行            PIC X(40)  VALUE
               '  団体保険料請求書'.
       01  WS-請求書団体行.
           05  FILLER                 PIC X(12)
                               VALUE '  団体：'.
           05  WS-請求書団体コード    PIC X(6).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  WS-請求書団体名称      PIC X(40).
       01  WS-請求書部署行.
           05  FILLER                 PIC X(16)
                               VALUE '  ご担当：'.
           05  WS-請求書担当部署      PIC X(30).
           05  FILLER                 PIC X(8)   VALUE ' 御中'.
       01  WS-請求書年月行.
           05  FILLER                 PIC X(18)
                               VALUE '  請求年月：'.
           05  WS-請求書請求年月      PIC 9(6).
       01  WS-請求書日付行.
           05  WS-請求書日付見出し    PIC X(24).
           05  WS-請求書日付          PIC 9(8).
       01  WS-請求書件数行.
           05  FILLER                 PIC X(18)
                               VALUE '  対象件数：'.
           05  WS-請求書件数          PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(4)   VALUE ' 件'.
       01  WS-請求書金額行.
           05  FILLER                 PIC X(20)
                               VALUE '  ご請求金額：'.
           05  WS-請求書金額          PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(4)   VALUE ' 円'.
       01  WS-空白行                  PIC X(1)   VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           OPEN INPUT  年払請求ファイル
           OPEN INPUT  半年払請求ファイル
           OPEN INPUT  月払請求ファイル
           OPEN INPUT  契約マスターファイル
           OPEN INPUT  団体マスターファイル
           OPEN OUTPUT 控除依頼一覧ファイル
           OPEN OUTPUT 団体請求書ファイル
           OPEN OUTPUT 団体請求明細ファイル
           OPEN OUTPUT エラー一覧ファイル
           IF WS-年払状態 NOT = "00"
              OR WS-半年払状態 NOT = "00"
              OR WS-月払状態 NOT = "00"
              OR WS-契約マスター状態 NOT = "00"
              OR WS-団体マスター状態 NOT = "00"
              OR WS-控除依頼状態 NOT = "00"
              OR WS-請求書状態 NOT = "00"
              OR WS-請求明細状態 NOT = "00"
              OR WS-エラー一覧状態 NOT = "00"
               DISPLAY "QB7415 ファイルOPENエラー "
                       WS-年払状態 " " WS-半年払状態 " "
                       WS-月払状態 " "
                       WS-契約マスター状態 " "
                       WS-団体マスター状態 " "
                       WS-控除依頼状態 " " WS-請求書状態 " "
                       WS-請求明細状態 " "
                       WS-エラー一覧状態
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-現在日時
           MOVE WS-現在日時(1:8) TO WS-処理基準日
           MOVE 'N' TO WS-ファイル終了スイッチ
           PERFORM UNTIL WS-ファイル終了
               READ 年払請求ファイル
                   INTO BL-請求予定レコード
                   AT END
                       SET WS-ファイル終了 TO TRUE
                   NOT AT END
                       ADD 1 TO WS-入力件数
                       PERFORM 請求回次単位処理
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-ファイル終了スイッチ
           PERFORM UNTIL WS-ファイル終了
               READ 半年払請求ファイル
                   INTO BL-請求予定レコード
                   AT END
                       SET WS-ファイル終了 TO TRUE
                   NOT AT END
                       ADD 1 TO WS-入力件数
                       PERFORM 請求回次単位処理
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-ファイル終了スイッチ
           PERFORM UNTIL WS-ファイル終了
               READ 月払請求ファイル
                   INTO BL-請求予定レコード
                   AT END
                       SET WS-ファイル終了 TO TRUE
                   NOT AT END
                       ADD 1 TO WS-入力件数
                       PERFORM 請求回次単位処理
               END-READ
           END-PERFORM
      * 明細・団体テーブルからあふれた回次がある場合、請求漏れ
      * した請求書を団体へ出さないよう異常終了する(OCCURSの
      * 上限を広げること)
           IF WS-あふれ件数 > ZERO
               DISPLAY "QB7415 請求テーブルあふれ "
                       WS-あふれ件数
               STOP RUN
           END-IF
           PERFORM VARYING WS-団体添字 FROM 1 BY 1
                   UNTIL WS-団体添字 > WS-団体登録件数
               PERFORM 団体単位出力
           END-PERFORM
           CLOSE 年払請求ファイル
           CLOSE 半年払請求ファイル
           CLOSE 月払請求ファイル
           CLOSE 契約マスターファイル
           CLOSE 団体マスターファイル
           CLOSE 控除依頼一覧ファイル
           CLOSE 団体請求書ファイル
           CLOSE 団体請求明細ファイル
           CLOSE エラー一覧ファイル
           DISPLAY "QB7415 入力 " WS-入力件数
                   " 当月対象 " WS-対象件数
                   " 団体扱 " WS-明細登録件数
                   " 団体数 " WS-団体登録件数
                   " 個人扱 " WS-個人扱件数
                   " 消滅済 " WS-消滅済件数
                   " 団体なし " WS-団体なし件数
                   " 金額合計 " WS-請求金額合計
           STOP RUN.

       請求回次単位処理.
      * 請求予定日が処理基準日の当月に到来する回次のうち、契約
      * マスターに在籍し団体コードを持つ契約の回次だけを団体
      * 扱いの請求対象とする
           MOVE BL-請求予定日 TO WS-予定日8
           IF WS-予定年月 = WS-基準年月
               ADD 1 TO WS-対象件数
               PERFORM 契約マスター読込
               IF NOT WS-在籍あり
                   ADD 1 TO WS-消滅済件数
               ELSE
                   IF CM-団体コード = SPACES
                       ADD 1 TO WS-個人扱件数
                   ELSE
                       PERFORM 団体マスター読込
                       IF WS-団体あり
                           PERFORM 団体明細登録
                       ELSE
                           PERFORM 団体エラー出力
                       END-IF
                   END-IF
               END-IF
           END-IF.

       契約マスター読込.
           MOVE 'N' TO WS-在籍ありスイッチ
           MOVE BL-契約者番号 TO CM-契約者番号
           READ 契約マスターファイル
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-在籍あり TO TRUE
           END-READ.

       団体マスター読込.
           MOVE 'N' TO WS-団体ありスイッチ
           MOVE CM-団体コード TO GM-団体コード
           READ 団体マスターファイル
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-団体あり TO TRUE
           END-READ.

       団体明細登録.
      * 回次を明細テーブルへ、金額を団体別の請求集計テーブルへ
      * 積み上げる
           IF WS-明細登録件数 < 10000
               ADD 1 TO WS-明細登録件数
               MOVE WS-明細登録件数 TO WS-明細添字
               MOVE CM-団体コード
                   TO WS-明細団体コード(WS-明細添字)
               MOVE BL-契約者番号
                   TO WS-明細契約者番号(WS-明細添字)
               MOVE BL-請求回次
                   TO WS-明細請求回次(WS-明細添字)
               MOVE BL-請求予定日
                   TO WS-明細請求予定日(WS-明細添字)
               MOVE BL-請求金額
                   TO WS-明細請求金額(WS-明細添字)
               MOVE CM-被保険者氏名漢字
                   TO WS-明細被保険者氏名(WS-明細添字)
               PERFORM 団体テーブル集計
           ELSE
               ADD 1 TO WS-あふれ件数
           END-IF.

       団体テーブル集計.
           MOVE 'N' TO WS-ヒットスイッチ
           PERFORM VARYING WS-団体添字 FROM 1 BY 1
                   UNTIL WS-団体添字 > WS-団体登録件数
                      OR WS-団体ヒット
               IF WS-団体集計コード(WS-団体添字) =
                      CM-団体コード
                   SET WS-団体ヒット TO TRUE
                   ADD 1 TO WS-団体件数(WS-団体添字)
                   ADD BL-請求金額
                       TO WS-団体請求金額(WS-団体添字)
               END-IF
           END-PERFORM
           IF NOT WS-団体ヒット
               IF WS-団体登録件数 < 500
                   ADD 1 TO WS-団体登録件数
                   MOVE CM-団体コード
                       TO WS-団体集計コード(
                              WS-団体登録件数)
                   MOVE 1 TO WS-団体件数(WS-団体登録件数)
                   MOVE BL-請求金額
                       TO WS-団体請求金額(WS-団体登録件数)
               ELSE
                   ADD 1 TO WS-あふれ件数
               END-IF
           END-IF.

       団体エラー出力.
      * 団体マスターに無い団体コードの契約の回次は請求へ出力
      * せず、エラー一覧へ書き出して業務側の団体登録を促す
           ADD 1 TO WS-団体なし件数
           MOVE CM-団体コード          TO ER-団体コード
           MOVE BL-契約者番号          TO ER-契約者番号
           MOVE BL-請求回次            TO ER-請求回次
           MOVE BL-請求予定日          TO ER-請求予定日
           MOVE BL-請求金額            TO ER-請求金額
           MOVE "団体マスター対象なし" TO ER-エラー理由
           WRITE ER-団体エラーレコード.

       団体単位出力.
      * 団体ごとに控除依頼一覧・団体請求書・団体請求明細を出力
      * する。団体の構成回次は明細テーブルを団体コードで走査
      * して取り出す
           MOVE WS-団体集計コード(WS-団体添字)
               TO GM-団体コード
           READ 団体マスターファイル
               INVALID KEY
                   MOVE SPACES TO GM-団体名称 GM-担当部署
                   MOVE ZERO   TO GM-締め日 GM-払込日
           END-READ
           PERFORM 締め日払込期日算出
           ADD WS-団体請求金額(WS-団体添字)
               TO WS-請求金額合計
           MOVE WS-基準年月            TO WS-控除見出し年月
           MOVE GM-団体コード
               TO WS-控除見出しコード
           MOVE GM-団体名称            TO WS-控除見出し名称
           MOVE WS-締め日付
               TO WS-控除見出し締め日
           WRITE KJ-控除依頼行 FROM WS-控除見出し行1
           WRITE KJ-控除依頼行 FROM WS-控除見出し行2
           WRITE KJ-控除依頼行 FROM WS-控除見出し行3
           PERFORM VARYING WS-明細添字 FROM 1 BY 1
                   UNTIL WS-明細添字 > WS-明細登録件数
               IF WS-明細団体コード(WS-明細添字) =
                      GM-団体コード
                   PERFORM 控除明細出力
               END-IF
           END-PERFORM
           MOVE WS-団体件数(WS-団体添字)
               TO WS-控除合計件数
           MOVE WS-団体請求金額(WS-団体添字)
               TO WS-控除合計金額
           WRITE KJ-控除依頼行 FROM WS-控除合計行
           WRITE KJ-控除依頼行 FROM WS-空白行
           PERFORM 団体請求書出力.

       締め日払込期日算出.
      * 締め日・払込日は当月の日付とし、29日以降は28日に補正
      * する。払込日が締め日以前の団体は翌月の払込日とし、
      * 非営業日の場合は翌営業日とする
           MOVE WS-基準年月 TO WS-締め年月
           IF GM-締め日 > 28 OR GM-締め日 = ZERO
               MOVE 28 TO WS-締め日日
           ELSE
               MOVE GM-締め日 TO WS-締め日日
           END-IF
           MOVE WS-基準年月 TO WS-払込期日(1:6)
           IF GM-払込日 > 28 OR GM-払込日 = ZERO
               MOVE 28 TO WS-払込日日
           ELSE
               MOVE GM-払込日 TO WS-払込日日
           END-IF
           IF WS-払込日日 <= WS-締め日日
               IF WS-払込月 = 12
                   ADD 1 TO WS-払込年
                   MOVE 1 TO WS-払込月
               ELSE
                   ADD 1 TO WS-払込月
               END-IF
           END-IF
           MOVE '2'             TO WS-営業日機能区分
           MOVE WS-払込期日     TO WS-営業日対象日
           CALL 'QB71CL' USING WS-営業日項目
           MOVE WS-営業日補正日 TO WS-払込期日.

       控除明細出力.
           MOVE WS-明細契約者番号(WS-明細添字)
               TO WS-控除行契約者番号
           MOVE WS-明細請求回次(WS-明細添字)
               TO WS-控除行請求回次
           MOVE WS-明細被保険者氏名(WS-明細添字)
               TO WS-控除行被保険者氏名
           MOVE WS-明細請求金額(WS-明細添字)
               TO WS-控除行控除額
           WRITE KJ-控除依頼行 FROM WS-控除明細行
           MOVE GM-団体コード          TO DS-団体コード
           MOVE WS-基準年月            TO DS-請求年月
           MOVE WS-明細契約者番号(WS-明細添字)
                                 TO DS-契約者番号
           MOVE WS-明細請求回次(WS-明細添字)
                                 TO DS-請求回次
           MOVE WS-明細請求予定日(WS-明細添字)
                                 TO DS-請求予定日
           MOVE WS-明細請求金額(WS-明細添字)
                                 TO DS-請求金額
           WRITE DS-団体請求明細レコード.

       団体請求書出力.
           WRITE SK-団体請求書行 FROM WS-区切り行
           WRITE SK-団体請求書行 FROM WS-請求書表題行
           MOVE GM-団体コード
               TO WS-請求書団体コード
           MOVE GM-団体名称            TO WS-請求書団体名称
           WRITE SK-団体請求書行 FROM WS-請求書団体行
           MOVE GM-担当部署            TO WS-請求書担当部署
           WRITE SK-団体請求書行 FROM WS-請求書部署行
           MOVE WS-基準年月            TO WS-請求書請求年月
           WRITE SK-団体請求書行 FROM WS-請求書年月行
           MOVE '  控除締め日：'
               TO WS-請求書日付見出し
           MOVE WS-締め日付            TO WS-請求書日付
           WRITE SK-団体請求書行 FROM WS-請求書日付行
           MOVE '  お払込期日：'
               TO WS-請求書日付見出し
           MOVE WS-払込期日            TO WS-請求書日付
           WRITE SK-団体請求書行 FROM WS-請求書日付行
           MOVE WS-団体件数(WS-団体添字)
               TO WS-請求書件数
           WRITE SK-団体請求書行 FROM WS-請求書件数行
           MOVE WS-団体請求金額(WS-団体添字)
               TO WS-請求書金額
           WRITE SK-団体請求書行 FROM WS-請求書金額行
           WRITE SK-団体請求書行 FROM WS-空白行.
