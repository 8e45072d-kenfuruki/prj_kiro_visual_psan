       IDENTIFICATION DIVISION.
       PROGRAM-ID. QB7425.
      *---------------------------------------------------------
      * 自火超：団体入金消込バッチ
      * 団体(勤務先)が給与控除した保険料をまとめて払い込んだ一括
      * 入金(QB7425RS.DAT、VB71C514)を、QB7415が作成した団体
      * 請求明細(QB7415SM.DAT、VB71C513)の団体別請求額と照合
      * する。
      *   ・入金額(同じ団体の入金は合算)が請求額と一致した団体は、
      *     構成契約の回次をすべて未収管理ファイル(MISYUUM.DAT、
      *     VB71C161)へ入金済として消し込む
      *   ・一致しない団体(入金不足・過入金・入金なし)は1件も
      *     消し込まず、照合リストへ差額を出して業務側の確認を
      *     待つ(按分による部分消込は行わない)
      *   ・請求の無い団体からの入金は請求なしとして照合リストへ
      *     出す
      * 照合リスト(QB7425RP.DAT)は全団体について請求件数・請求
      * 額・入金額・差額・照合結果を1団体＝1行で出力する。
      * 消し込めた金額の合計は、QB7420と同じく借方＝現金預金・
      * 貸方＝未収保険料(科目13110)の対仕訳として経理連携
      * ファイル(VB71C540)へ出力する。
      * 改版履歴
      *   2026/10/15  新規作成
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT 団体入金ファイル
               ASSIGN TO "QB7425RS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-入金状態.
           SELECT 団体請求明細ファイル
               ASSIGN TO "QB7415SM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-請求明細状態.
           SELECT 団体マスターファイル
               ASSIGN TO "DANTAIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-団体コード
               FILE STATUS IS WS-団体マスター状態.
           SELECT 未収管理ファイル
               ASSIGN TO "MISYUUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MS-未収管理キー
               FILE STATUS IS WS-未収管理状態.
           SELECT 照合リストファイル
               ASSIGN TO "QB7425RP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-照合リスト状態.
           SELECT 仕訳インターフェースファイル
               ASSIGN TO "QB7425IF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-仕訳状態.
       DATA DIVISION.
       FILE SECTION.
       FD  団体入金ファイル.
           COPY VB71C514.
       FD  団体請求明細ファイル.
           COPY VB71C513.
       FD  団体マスターファイル.
           COPY VB71C168.
       FD  未収管理ファイル.
           COPY VB71C161.
       FD  照合リストファイル.
       01  RP-団体照合レコード.
           05  RP-団体コード           PIC X(6).
           05  RP-団体名称             PIC X(40).
           05  RP-請求件数             PIC 9(7).
           05  RP-請求金額             PIC 9(11).
           05  RP-入金額               PIC 9(11).
           05  RP-差額                 PIC 9(11).
           05  RP-照合結果             PIC X(20).
       FD  仕訳インターフェースファイル.
           COPY VB71C540.
       WORKING-STORAGE SECTION.
       01  WS-入金状態                PIC X(2).
       01  WS-請求明細状態            PIC X(2).
       01  WS-団体マスター状態        PIC X(2).
       01  WS-未収管理状態            PIC X(2).
       01  WS-照合リスト状態          PIC X(2).
       01  WS-仕訳状態                PIC X(2).
       01  WS-ファイル終了スイッチ    PIC X(1).
           88  WS-ファイル終了        VALUE 'Y'.
       01  WS-ヒットスイッチ          PIC X(1).
           88  WS-団体ヒット          VALUE 'Y'.
       01  WS-登録ありスイッチ        PIC X(1).
           88  WS-登録あり            VALUE 'Y'.
      *    団体請求明細テーブル(QB7415SMの全回次を保持)
       01  WS-明細テーブル.
           05  WS-明細登録件数        PIC 9(5)  VALUE ZERO.
           05  WS-明細 OCCURS 10000 TIMES.
               10  WS-明細団体コード   PIC X(6).
               10  WS-明細契約者番号   PIC 9(10).
               10  WS-明細請求回次     PIC 9(3).
               10  WS-明細請求予定日   PIC 9(8).
               10  WS-明細請求金額     PIC 9(8).
       01  WS-明細添字                PIC 9(5).
      *    団体別の請求額・入金額の照合テーブル
       01  WS-団体テーブル.
           05  WS-団体登録件数        PIC 9(4)  VALUE ZERO.
           05  WS-団体明細 OCCURS 500 TIMES.
               10  WS-団体集計コード   PIC X(6).
               10  WS-団体件数         PIC 9(7).
               10  WS-団体請求金額     PIC 9(11).
               10  WS-団体入金額       PIC 9(11).
               10  WS-団体入金件数     PIC 9(5).
       01  WS-団体添字                PIC 9(4).
       01  WS-検索団体コード          PIC X(6).
       01  WS-借方科目コード          PIC X(5)  VALUE '11110'.
       01  WS-貸方科目コード          PIC X(5)  VALUE '13110'.
       01  WS-現在日時                PIC X(21).
       01  WS-処理基準日              PIC 9(8).
       01  WS-明細件数                PIC 9(7)  VALUE ZERO.
       01  WS-仕訳金額合計            PIC 9(13) VALUE ZERO.
       01  WS-消込金額合計            PIC 9(13) VALUE ZERO.
       01  WS-入金件数                PIC 9(9)  VALUE ZERO.
       01  WS-消込件数                PIC 9(9)  VALUE ZERO.
       01  WS-一致団体数              PIC 9(5)  VALUE ZERO.
       01  WS-不一致団体数            PIC 9(5)  VALUE ZERO.
       01  WS-あふれ件数              PIC 9(9)  VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           OPEN INPUT  団体入金ファイル
           OPEN INPUT  団体請求明細ファイル
           OPEN INPUT  団体マスターファイル
           OPEN OUTPUT 照合リストファイル
           OPEN OUTPUT 仕訳インターフェースファイル
           IF WS-入金状態 NOT = "00"
              OR WS-請求明細状態 NOT = "00"
              OR WS-団体マスター状態 NOT = "00"
              OR WS-照合リスト状態 NOT = "00"
              OR WS-仕訳状態 NOT = "00"
               DISPLAY "QB7425 ファイルOPENエラー "
                       WS-入金状態 " " WS-請求明細状態 " "
                       WS-団体マスター状態 " "
                       WS-照合リスト状態 " " WS-仕訳状態
               STOP RUN
           END-IF
           PERFORM 未収管理ファイルOPEN
           MOVE FUNCTION CURRENT-DATE TO WS-現在日時
           MOVE WS-現在日時(1:8) TO WS-処理基準日
           MOVE 'N' TO WS-ファイル終了スイッチ
           PERFORM UNTIL WS-ファイル終了
               READ 団体請求明細ファイル
                   AT END
                       SET WS-ファイル終了 TO TRUE
                   NOT AT END
                       PERFORM 請求明細登録
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-ファイル終了スイッチ
           PERFORM UNTIL WS-ファイル終了
               READ 団体入金ファイル
                   AT END
                       SET WS-ファイル終了 TO TRUE
                   NOT AT END
                       ADD 1 TO WS-入金件数
                       PERFORM 団体入金集計
               END-READ
           END-PERFORM
      * 照合テーブルからあふれた明細・団体がある場合、請求額の
      * 過少集計による誤消込を防ぐため、消込を行わずに異常終了
      * する(OCCURSの上限を広げること)
           IF WS-あふれ件数 > ZERO
               DISPLAY "QB7425 照合テーブルあふれ "
                       WS-あふれ件数
               STOP RUN
           END-IF
           PERFORM VARYING WS-団体添字 FROM 1 BY 1
                   UNTIL WS-団体添字 > WS-団体登録件数
               PERFORM 団体単位照合
           END-PERFORM
           PERFORM 仕訳出力
           CLOSE 団体入金ファイル
           CLOSE 団体請求明細ファイル
           CLOSE 団体マスターファイル
           CLOSE 未収管理ファイル
           CLOSE 照合リストファイル
           CLOSE 仕訳インターフェースファイル
           DISPLAY "QB7425 入金 " WS-入金件数
                   " 団体数 " WS-団体登録件数
                   " 一致 " WS-一致団体数
                   " 不一致 " WS-不一致団体数
                   " 消込 " WS-消込件数
                   " 消込金額 " WS-消込金額合計
           STOP RUN.

       未収管理ファイルOPEN.
      * 未収管理ファイルが未作成の場合は新規に作成する
           OPEN I-O 未収管理ファイル
           IF WS-未収管理状態 = "35"
               OPEN OUTPUT 未収管理ファイル
               CLOSE 未収管理ファイル
               OPEN I-O 未収管理ファイル
           END-IF
           IF WS-未収管理状態 NOT = "00"
               DISPLAY "QB7425 未収管理OPENエラー "
                       WS-未収管理状態
               STOP RUN
           END-IF.

       請求明細登録.
      * 団体請求明細を明細テーブルへ取り込み、団体別の請求件数
      * ・請求額を積み上げる
           IF WS-明細登録件数 < 10000
               ADD 1 TO WS-明細登録件数
               MOVE DS-団体コード
                   TO WS-明細団体コード(WS-明細登録件数)
               MOVE DS-契約者番号
                   TO WS-明細契約者番号(WS-明細登録件数)
               MOVE DS-請求回次
                   TO WS-明細請求回次(WS-明細登録件数)
               MOVE DS-請求予定日
                   TO WS-明細請求予定日(WS-明細登録件数)
               MOVE DS-請求金額
                   TO WS-明細請求金額(WS-明細登録件数)
               MOVE DS-団体コード TO WS-検索団体コード
               PERFORM 団体テーブル検索
               IF WS-団体ヒット
                   ADD 1 TO WS-団体件数(WS-団体添字)
                   ADD DS-請求金額
                       TO WS-団体請求金額(WS-団体添字)
               END-IF
           ELSE
               ADD 1 TO WS-あふれ件数
           END-IF.

       団体入金集計.
      * 同じ団体の入金は合算して団体の請求額と照合する
           MOVE DN-団体コード TO WS-検索団体コード
           PERFORM 団体テーブル検索
           IF WS-団体ヒット
               ADD 1 TO WS-団体入金件数(WS-団体添字)
               ADD DN-入金額 TO WS-団体入金額(WS-団体添字)
           END-IF.

       団体テーブル検索.
      * 団体コードで照合テーブルを検索し、未登録の団体は追加
      * する。あふれた場合はヒットなしとして返す
           MOVE 'N' TO WS-ヒットスイッチ
           PERFORM VARYING WS-団体添字 FROM 1 BY 1
                   UNTIL WS-団体添字 > WS-団体登録件数
                      OR WS-団体ヒット
               IF WS-団体集計コード(WS-団体添字) =
                      WS-検索団体コード
                   SET WS-団体ヒット TO TRUE
               END-IF
           END-PERFORM
           IF WS-団体ヒット
               SUBTRACT 1 FROM WS-団体添字
           ELSE
               IF WS-団体登録件数 < 500
                   ADD 1 TO WS-団体登録件数
                   MOVE WS-団体登録件数 TO WS-団体添字
                   MOVE WS-検索団体コード
                       TO WS-団体集計コード(WS-団体添字)
                   MOVE ZERO TO WS-団体件数(WS-団体添字)
                   MOVE ZERO TO WS-団体請求金額(WS-団体添字)
                   MOVE ZERO TO WS-団体入金額(WS-団体添字)
                   MOVE ZERO TO WS-団体入金件数(WS-団体添字)
                   SET WS-団体ヒット TO TRUE
               ELSE
                   ADD 1 TO WS-あふれ件数
               END-IF
           END-IF.

       団体単位照合.
      * 入金額が請求額と一致した団体だけ構成回次を消し込む。
      * 一致しない団体は消し込まず、差額と照合結果を照合リスト
      * へ出す
           MOVE SPACES TO RP-団体照合レコード
           MOVE WS-団体集計コード(WS-団体添字)
               TO RP-団体コード GM-団体コード
           READ 団体マスターファイル
               INVALID KEY
                   MOVE SPACES TO GM-団体名称
           END-READ
           MOVE GM-団体名称            TO RP-団体名称
           MOVE WS-団体件数(WS-団体添字)
               TO RP-請求件数
           MOVE WS-団体請求金額(WS-団体添字)
               TO RP-請求金額
           MOVE WS-団体入金額(WS-団体添字)
               TO RP-入金額
           IF WS-団体入金額(WS-団体添字) >=
                  WS-団体請求金額(WS-団体添字)
               COMPUTE RP-差額 =
                       WS-団体入金額(WS-団体添字)
                     - WS-団体請求金額(WS-団体添字)
           ELSE
               COMPUTE RP-差額 =
                       WS-団体請求金額(WS-団体添字)
                     - WS-団体入金額(WS-団体添字)
           END-IF
           EVALUATE TRUE
               WHEN WS-団体件数(WS-団体添字) = ZERO
                   ADD 1 TO WS-不一致団体数
                   MOVE "請求なし"         TO RP-照合結果
               WHEN WS-団体入金件数(WS-団体添字) = ZERO
                   ADD 1 TO WS-不一致団体数
                   MOVE "入金なし"         TO RP-照合結果
               WHEN WS-団体入金額(WS-団体添字) =
                        WS-団体請求金額(WS-団体添字)
                   ADD 1 TO WS-一致団体数
                   MOVE "一致消込済"       TO RP-照合結果
                   PERFORM VARYING WS-明細添字 FROM 1 BY 1
                           UNTIL WS-明細添字 > WS-明細登録件数
                       IF WS-明細団体コード(WS-明細添字) =
                              RP-団体コード
                           PERFORM 入金消込処理
                       END-IF
                   END-PERFORM
               WHEN WS-団体入金額(WS-団体添字) <
                        WS-団体請求金額(WS-団体添字)
                   ADD 1 TO WS-不一致団体数
                   MOVE "入金不足"         TO RP-照合結果
               WHEN OTHER
                   ADD 1 TO WS-不一致団体数
                   MOVE "過入金"           TO RP-照合結果
           END-EVALUATE
           WRITE RP-団体照合レコード.

       入金消込処理.
      * 契約者番号＋請求回次で未収管理ファイルへ入金済として
      * 記録する。既存レコード(QB7420等の記録)があれば上書き
      * する
           ADD 1 TO WS-消込件数
           ADD WS-明細請求金額(WS-明細添字)
               TO WS-消込金額合計
           MOVE WS-明細契約者番号(WS-明細添字)
                                 TO MS-契約者番号
           MOVE WS-明細請求回次(WS-明細添字)
                                 TO MS-請求回次
           MOVE WS-明細請求予定日(WS-明細添字)
                                 TO MS-請求予定日
           MOVE WS-明細請求金額(WS-明細添字)
                                 TO MS-請求金額
           MOVE '1'              TO MS-入金状態区分
           MOVE SPACES           TO MS-不能コード
           MOVE WS-処理基準日    TO MS-消込年月日
           MOVE 'N' TO WS-登録ありスイッチ
           WRITE MS-未収管理レコード
               INVALID KEY
                   SET WS-登録あり TO TRUE
           END-WRITE
           IF WS-登録あり
               REWRITE MS-未収管理レコード
           END-IF.

       仕訳出力.
      * 消し込めた金額の合計を借方＝現金預金・貸方＝未収保険料
      * の対仕訳として出力する(QB7420と同じヘッダ／明細／
      * トレーラ形式)。消込が1件も無い日はヘッダ・トレーラのみ
      * のファイルとなる
           MOVE SPACES TO IF-仕訳ヘッダレコード
           MOVE '1'            TO IF-Hレコード区分
           MOVE WS-処理基準日  TO IF-H作成年月日
           MOVE 'QB71'         TO IF-Hシステムコード
           WRITE IF-仕訳ヘッダレコード
           IF WS-消込金額合計 > ZERO
               MOVE SPACES TO IF-仕訳明細レコード
               MOVE '2'              TO IF-Mレコード区分
               MOVE WS-処理基準日    TO IF-M計上年月日
               MOVE WS-借方科目コード
                                 TO IF-M勘定科目コード
               MOVE 'D'              TO IF-M貸借区分
               MOVE SPACES           TO IF-M証券種目区分
               MOVE WS-消込金額合計  TO IF-M仕訳金額
               MOVE "団体扱保険料入金" TO IF-M摘要
               PERFORM 仕訳明細共通出力
               MOVE SPACES TO IF-仕訳明細レコード
               MOVE '2'              TO IF-Mレコード区分
               MOVE WS-処理基準日    TO IF-M計上年月日
               MOVE WS-貸方科目コード
                                 TO IF-M勘定科目コード
               MOVE 'C'              TO IF-M貸借区分
               MOVE SPACES           TO IF-M証券種目区分
               MOVE WS-消込金額合計  TO IF-M仕訳金額
               MOVE "未収保険料取崩"  TO IF-M摘要
               PERFORM 仕訳明細共通出力
           END-IF
           MOVE SPACES TO IF-仕訳トレーラレコード
           MOVE '9'              TO IF-Tレコード区分
           MOVE WS-明細件数      TO IF-T明細件数
           MOVE WS-仕訳金額合計  TO IF-T仕訳金額合計
           WRITE IF-仕訳トレーラレコード.

       仕訳明細共通出力.
           ADD 1 TO WS-明細件数
           ADD IF-M仕訳金額 TO WS-仕訳金額合計
           WRITE IF-仕訳明細レコード.
