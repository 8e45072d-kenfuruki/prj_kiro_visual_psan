      * 同様のコントロールトータルであり、データレコードの実件数
      * ・実合計と一致させる。
      * ヘッダの振替指定日は金融機関との取決めにより毎月27日
      * とする(処理基準日の属する月の27日)。27日が土日・祝日・
      * 銀行休業日の場合は営業日カレンダー(QB71CL)により翌営業
      * 日へ補正する。
      * 契約マスター(KEIYAKUM.DAT)に在籍しない契約(解約・失効・
      * 全損でQB7200が消滅させた契約)の回次は、消滅後の保険料を
      * 請求しないよう振替依頼へ出力せず件数のみ数える。
      * 改版履歴
      *   2026/09/02  新規作成
      *   2026/10/15  契約マスターに在籍しない契約(全損等で消滅済
      *               みの契約)の回次を振替依頼から除外するように
      *               変更
      *   2026/10/15  団体コードを持つ団体扱い契約の回次は、団体
      *               扱い請求(QB7415)で団体へ一括請求するため、
      *               個人の振替依頼から除外するように変更
      *   2026/10/15  振替指定日(27日)が非営業日の場合に翌営業日へ
      *               補正するように変更(銀行からの差戻し防止)
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS FK-契約者番号
               FILE STATUS IS WS-口座マスター状態.
           SELECT 契約マスターファイル
               ASSIGN TO "KEIYAKUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-契約者番号
               FILE STATUS IS WS-契約マスター状態.
           SELECT 振替依頼ファイル
               ASSIGN TO "QB7410FK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       01  BLM-請求予定レコード       PIC X(30).
       FD  振替口座マスターファイル.
           COPY VB71C160.
       FD  契約マスターファイル.
           COPY VB71C100.
       FD  振替依頼ファイル.
           COPY VB71C511.
       FD  エラー一覧ファイル.
       01  WS-半年払状態              PIC X(2).
       01  WS-月払状態                PIC X(2).
       01  WS-口座マスター状態        PIC X(2).
       01  WS-契約マスター状態        PIC X(2).
       01  WS-依頼状態                PIC X(2).
       01  WS-エラー一覧状態          PIC X(2).
       01  WS-ファイル終了スイッチ    PIC X(1).
           88  WS-ファイル終了        VALUE 'Y'.
       01  WS-口座ありスイッチ        PIC X(1).
           88  WS-口座あり            VALUE 'Y'.
       01  WS-在籍ありスイッチ        PIC X(1).
           88  WS-在籍あり            VALUE 'Y'.
       01  WS-現在日時                PIC X(21).
       01  WS-処理基準日              PIC 9(8).
       01  WS-基準日分解 REDEFINES WS-処理基準日.
       01  WS-指定日分解 REDEFINES WS-振替指定日.
           05  WS-指定年月            PIC 9(6).
           05  WS-指定日日            PIC 9(2).
       01  WS-営業日項目.
           05  WS-営業日機能区分      PIC X(1).
           05  WS-営業日対象日        PIC 9(8).
           05  WS-営業日補正日        PIC 9(8).
           05  WS-営業日区分          PIC X(1).
           05  WS-営業日結果コード    PIC X(1).
       01  WS-予定日8                 PIC 9(8).
       01  WS-予定日分解 REDEFINES WS-予定日8.
           05  WS-予定年月            PIC 9(6).
       01  WS-明細件数                PIC 9(7)  VALUE ZERO.
       01  WS-振替金額合計            PIC 9(13) VALUE ZERO.
       01  WS-口座なし件数            PIC 9(9)  VALUE ZERO.
       01  WS-消滅済件数              PIC 9(9)  VALUE ZERO.
       01  WS-団体扱件数              PIC 9(9)  VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           OPEN INPUT  年払請求ファイル
           OPEN INPUT  半年払請求ファイル
           OPEN INPUT  月払請求ファイル
           OPEN INPUT  振替口座マスターファイル
           OPEN INPUT  契約マスターファイル
           OPEN OUTPUT 振替依頼ファイル
           OPEN OUTPUT エラー一覧ファイル
           IF WS-年払状態 NOT = "00"
              OR WS-半年払状態 NOT = "00"
              OR WS-月払状態 NOT = "00"
              OR WS-口座マスター状態 NOT = "00"
              OR WS-契約マスター状態 NOT = "00"
              OR WS-依頼状態 NOT = "00"
              OR WS-エラー一覧状態 NOT = "00"
               DISPLAY "QB7410 ファイルOPENエラー "
                       WS-年払状態 " " WS-半年払状態 " "
                       WS-月払状態 " "
                       WS-口座マスター状態 " "
                       WS-契約マスター状態 " "
                       WS-依頼状態 " " WS-エラー一覧状態
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-現在日時
           MOVE WS-現在日時(1:8) TO WS-処理基準日
      * 振替指定日は金融機関との取決めにより毎月27日とし、
      * 非営業日の場合は翌営業日へ補正する
           MOVE WS-基準年月 TO WS-指定年月
           MOVE 27          TO WS-指定日日
           MOVE '2'             TO WS-営業日機能区分
           MOVE WS-振替指定日   TO WS-営業日対象日
           CALL 'QB71CL' USING WS-営業日項目
           MOVE WS-営業日補正日 TO WS-振替指定日
           PERFORM ヘッダ出力
           MOVE 'N' TO WS-ファイル終了スイッチ
           PERFORM UNTIL WS-ファイル終了
           CLOSE 半年払請求ファイル
           CLOSE 月払請求ファイル
           CLOSE 振替口座マスターファイル
           CLOSE 契約マスターファイル
           CLOSE 振替依頼ファイル
           CLOSE エラー一覧ファイル
           DISPLAY "QB7410 入力 " WS-入力件数
                   " 当月対象 " WS-対象件数
                   " 依頼明細 " WS-明細件数
                   " 口座なし " WS-口座なし件数
                   " 消滅済 " WS-消滅済件数
                   " 団体扱 " WS-団体扱件数
                   " 金額合計 " WS-振替金額合計
                   " 振替指定日 " WS-振替指定日
           STOP RUN.

       請求回次単位処理.
      * 請求予定日が処理基準日の当月に到来する回次だけを振替
      * 依頼の対象とし、それ以外の回次は読み飛ばす。契約マスター
      * に在籍しない契約の回次は消滅済として請求しない。団体
      * コードを持つ契約の回次は団体扱い請求(QB7415)で団体へ
      * 請求するため、個人の振替依頼へは出力しない
           MOVE BL-請求予定日 TO WS-予定日8
           IF WS-予定年月 = WS-基準年月
               ADD 1 TO WS-対象件数
               PERFORM 契約マスター読込
               IF NOT WS-在籍あり
                   ADD 1 TO WS-消滅済件数
               ELSE
                   IF CM-団体コード NOT = SPACES
                       ADD 1 TO WS-団体扱件数
                   ELSE
                       PERFORM 口座マスター読込
                       IF WS-口座あり
                           PERFORM 振替データ出力
                       ELSE
                           PERFORM 口座エラー出力
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

       口座マスター読込.
           MOVE 'N' TO WS-口座ありスイッチ
           MOVE BL-契約者番号 TO FK-契約者番号
