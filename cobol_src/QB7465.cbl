       IDENTIFICATION DIVISION.
       PROGRAM-ID. QB7465.
      *---------------------------------------------------------
      * 自火超：事故受付・支払備金登録バッチ
      * 事故受付トランザクション(QB7465TR.DAT：処理区分・契約者
      * 番号・事故日・担保特約種別コード・見込額)を読み込み、
      * 事故受付ファイル(JIKOUKEM.DAT、VB71C523)へ支払見込額を
      * 支払備金として登録する。QB7470は支払トランが来た時点で
      * 初めて保険金を認識するため、受け付けたが未払いの事故の
      * 見込額がどこにも無く、損害サービス課の台帳から月末に
      * 人手で集計していた。
      *     処理区分 'A'=事故受付(見込額で備金計上)
      *              'C'=見込額変更(備金残高＝見込額−支払累計額)
      *              'D'=終結(支払なしで備金残高を全額取崩)
      * 受付('A')はQB7470と同じ検証(契約マスター在籍・保険期間
      * 内・担保特約の付帯)を行う。備金残高を動かした都度、支払
      * 備金異動ファイル(JIKOIDOU.DAT、VB71C524)へ異動を追記
      * する(QB7475の月末増減明細の元データ)。
      * 検証エラーはQB7470と同じ理由コード付き一覧へ書き出す。
      *     エラーコード "E101"=在籍なし "E102"=保険期間外
      *                  "E103"=担保なし "E111"=受付済の事故
      *                  "E112"=事故受付なし
      *                  "E113"=終結済の事故
      *                  "E114"=処理区分不正
      * 改版履歴
      *   2026/10/15  新規作成
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT 事故受付トランザクションファイル
               ASSIGN TO "QB7465TR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-トラン状態.
           SELECT 契約マスターファイル
               ASSIGN TO "KEIYAKUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-契約者番号
               FILE STATUS IS WS-契約マスター状態.
           SELECT 特約明細ファイル
               ASSIGN TO "KEIYAKUR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KR-特約明細キー
               FILE STATUS IS WS-特約明細状態.
           SELECT 事故受付ファイル
               ASSIGN TO "JIKOUKEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JK-事故キー
               FILE STATUS IS WS-事故受付状態.
           SELECT 備金異動ファイル
               ASSIGN TO "JIKOIDOU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-備金異動状態.
           SELECT エラー一覧ファイル
               ASSIGN TO "QB7465ER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-エラー一覧状態.
       DATA DIVISION.
       FILE SECTION.
       FD  事故受付トランザクションファイル.
       01  UT-事故受付トランザクション.
           05  UT-処理区分             PIC X(1).
           05  UT-契約者番号           PIC 9(10).
           05  UT-事故日               PIC 9(8).
           05  UT-担保特約種別コード   PIC X(2).
           05  UT-見込額               PIC 9(10).
       FD  契約マスターファイル.
           COPY VB71C100.
       FD  特約明細ファイル.
           COPY VB71C150.
       FD  事故受付ファイル.
           COPY VB71C523.
       FD  備金異動ファイル.
           COPY VB71C524.
       FD  エラー一覧ファイル.
       01  ER-受付エラーレコード.
           05  ER-処理区分             PIC X(1).
           05  ER-契約者番号           PIC 9(10).
           05  ER-事故日               PIC 9(8).
           05  ER-担保特約種別コード   PIC X(2).
           05  ER-エラーコード         PIC X(4).
           05  ER-エラー理由           PIC X(45).
       WORKING-STORAGE SECTION.
       01  WS-トラン状態              PIC X(2).
       01  WS-契約マスター状態        PIC X(2).
       01  WS-特約明細状態            PIC X(2).
       01  WS-事故受付状態            PIC X(2).
       01  WS-備金異動状態            PIC X(2).
       01  WS-エラー一覧状態          PIC X(2).
       01  WS-ファイル終了スイッチ    PIC X(1)  VALUE 'N'.
           88  WS-ファイル終了        VALUE 'Y'.
       01  WS-特約明細終了スイッチ    PIC X(1).
           88  WS-特約明細終了        VALUE 'Y'.
       01  WS-対象ありスイッチ        PIC X(1).
           88  WS-対象あり            VALUE 'Y'.
       01  WS-担保ありスイッチ        PIC X(1).
           88  WS-担保あり            VALUE 'Y'.
       01  WS-受付ありスイッチ        PIC X(1).
           88  WS-受付あり            VALUE 'Y'.
       01  WS-変更後備金残高          PIC 9(10).
       01  WS-現在日時                PIC X(21).
       01  WS-処理基準日              PIC 9(8).
       01  WS-入力件数                PIC 9(9)  VALUE ZERO.
       01  WS-受付件数                PIC 9(9)  VALUE ZERO.
       01  WS-変更件数                PIC 9(9)  VALUE ZERO.
       01  WS-終結件数                PIC 9(9)  VALUE ZERO.
       01  WS-エラー件数              PIC 9(9)  VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           OPEN INPUT  事故受付トランザクションファイル
           OPEN INPUT  契約マスターファイル
           OPEN INPUT  特約明細ファイル
           PERFORM 事故受付ファイルOPEN
           OPEN EXTEND 備金異動ファイル
           IF WS-備金異動状態 = "35"
               OPEN OUTPUT 備金異動ファイル
           END-IF
           OPEN OUTPUT エラー一覧ファイル
           IF WS-トラン状態 NOT = "00"
              OR WS-契約マスター状態 NOT = "00"
              OR WS-特約明細状態 NOT = "00"
              OR WS-備金異動状態 NOT = "00"
              OR WS-エラー一覧状態 NOT = "00"
               DISPLAY "QB7465 ファイルOPENエラー "
                       WS-トラン状態 " "
                       WS-契約マスター状態 " "
                       WS-特約明細状態 " "
                       WS-備金異動状態 " "
                       WS-エラー一覧状態
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-現在日時
           MOVE WS-現在日時(1:8) TO WS-処理基準日
           PERFORM UNTIL WS-ファイル終了
               READ 事故受付トランザクションファイル
                   AT END
                       SET WS-ファイル終了 TO TRUE
                   NOT AT END
                       ADD 1 TO WS-入力件数
                       PERFORM 受付トラン単位処理
               END-READ
           END-PERFORM
           CLOSE 事故受付トランザクションファイル
           CLOSE 契約マスターファイル
           CLOSE 特約明細ファイル
           CLOSE 事故受付ファイル
           CLOSE 備金異動ファイル
           CLOSE エラー一覧ファイル
           DISPLAY "QB7465 入力 " WS-入力件数
                   " 受付 " WS-受付件数
                   " 変更 " WS-変更件数
                   " 終結 " WS-終結件数
                   " エラー " WS-エラー件数
           STOP RUN.

       事故受付ファイルOPEN.
      * 事故受付ファイルが未作成の場合は新規に作成する
           OPEN I-O 事故受付ファイル
           IF WS-事故受付状態 = "35"
               OPEN OUTPUT 事故受付ファイル
               CLOSE 事故受付ファイル
               OPEN I-O 事故受付ファイル
           END-IF
           IF WS-事故受付状態 NOT = "00"
               DISPLAY "QB7465 事故受付OPENエラー "
                       WS-事故受付状態
               STOP RUN
           END-IF.

       受付トラン単位処理.
           EVALUATE UT-処理区分
               WHEN 'A'
                   PERFORM 事故受付処理
               WHEN 'C'
                   PERFORM 見込額変更処理
               WHEN 'D'
                   PERFORM 事故終結処理
               WHEN OTHER
                   MOVE "E114" TO ER-エラーコード
                   MOVE "処理区分不正" TO ER-エラー理由
                   PERFORM エラーレコード出力
           END-EVALUATE.

       事故受付処理.
      * 在籍・保険期間内・担保付帯の順に検証し(QB7470と同じ)、
      * 通ったものを見込額で備金計上する。同一キーの事故が受付済
      * の場合はエラーとする(見込額の変更は'C'で行う)
           PERFORM 契約マスター読込
           IF NOT WS-対象あり
               MOVE "E101" TO ER-エラーコード
               MOVE "契約マスターに在籍なし"
                                 TO ER-エラー理由
               PERFORM エラーレコード出力
           ELSE
               IF UT-事故日 < CM-保険始期日
                  OR UT-事故日 > CM-保険終期日
                   MOVE "E102" TO ER-エラーコード
                   MOVE "事故日が保険期間外"
                                 TO ER-エラー理由
                   PERFORM エラーレコード出力
               ELSE
                   PERFORM 担保付帯検証
                   IF NOT WS-担保あり
                       MOVE "E103" TO ER-エラーコード
                       MOVE "当該担保特約の付帯なし"
                                 TO ER-エラー理由
                       PERFORM エラーレコード出力
                   ELSE
                       PERFORM 事故受付登録
                   END-IF
               END-IF
           END-IF.

       事故受付登録.
           MOVE UT-契約者番号          TO JK-契約者番号
           MOVE UT-事故日              TO JK-事故日
           MOVE UT-担保特約種別コード
                                 TO JK-担保特約種別コード
           MOVE CM-証券種目区分        TO JK-証券種目区分
           MOVE WS-処理基準日          TO JK-受付年月日
           MOVE UT-見込額              TO JK-見込額
           MOVE ZERO                   TO JK-支払累計額
           MOVE UT-見込額              TO JK-備金残高
           MOVE '1'                    TO JK-事故状態区分
           MOVE WS-処理基準日          TO JK-最終更新年月日
           WRITE JK-事故受付レコード
               INVALID KEY
                   MOVE "E111" TO ER-エラーコード
                   MOVE "受付済の事故(見込額変更はC)"
                                 TO ER-エラー理由
                   PERFORM エラーレコード出力
               NOT INVALID KEY
                   ADD 1 TO WS-受付件数
                   MOVE '1'       TO BI-異動区分
                   MOVE UT-見込額 TO BI-異動金額
                   PERFORM 備金異動出力
           END-WRITE.

       見込額変更処理.
      * 備金残高は見込額から支払累計額を差し引いた額とし、支払
      * 累計額が新しい見込額以上の場合はゼロとする。変更前後の
      * 備金残高の差額を見込増額／見込減額として異動に残す
           PERFORM 事故受付読込
           IF WS-受付あり
               IF JK-事故状態区分 = '9'
                   MOVE "E113" TO ER-エラーコード
                   MOVE "終結済の事故" TO ER-エラー理由
                   PERFORM エラーレコード出力
               ELSE
                   ADD 1 TO WS-変更件数
                   MOVE ZERO TO WS-変更後備金残高
                   IF UT-見込額 > JK-支払累計額
                       COMPUTE WS-変更後備金残高 =
                           UT-見込額 - JK-支払累計額
                   END-IF
                   MOVE UT-見込額 TO JK-見込額
                   IF WS-変更後備金残高 > JK-備金残高
                       MOVE '2' TO BI-異動区分
                       COMPUTE BI-異動金額 =
                           WS-変更後備金残高 - JK-備金残高
                   ELSE
                       MOVE '3' TO BI-異動区分
                       COMPUTE BI-異動金額 =
                           JK-備金残高 - WS-変更後備金残高
                   END-IF
                   MOVE WS-変更後備金残高 TO JK-備金残高
                   IF JK-備金残高 = ZERO
                       MOVE '9' TO JK-事故状態区分
                   END-IF
                   MOVE WS-処理基準日 TO JK-最終更新年月日
                   REWRITE JK-事故受付レコード
                   IF BI-異動金額 > ZERO
                       PERFORM 備金異動出力
                   END-IF
               END-IF
           END-IF.

       事故終結処理.
      * 支払なしで事故を終結し、残っている備金を全額取り崩す
           PERFORM 事故受付読込
           IF WS-受付あり
               IF JK-事故状態区分 = '9'
                   MOVE "E113" TO ER-エラーコード
                   MOVE "終結済の事故" TO ER-エラー理由
                   PERFORM エラーレコード出力
               ELSE
                   ADD 1 TO WS-終結件数
                   MOVE '5'          TO BI-異動区分
                   MOVE JK-備金残高  TO BI-異動金額
                   MOVE ZERO         TO JK-備金残高
                   MOVE '9'          TO JK-事故状態区分
                   MOVE WS-処理基準日 TO JK-最終更新年月日
                   REWRITE JK-事故受付レコード
                   IF BI-異動金額 > ZERO
                       PERFORM 備金異動出力
                   END-IF
               END-IF
           END-IF.

       事故受付読込.
      * 見込額変更・終結の対象事故を読む。受付の無い事故は
      * エラーとする
           MOVE 'N' TO WS-受付ありスイッチ
           MOVE UT-契約者番号          TO JK-契約者番号
           MOVE UT-事故日              TO JK-事故日
           MOVE UT-担保特約種別コード
                                 TO JK-担保特約種別コード
           READ 事故受付ファイル
               INVALID KEY
                   MOVE "E112" TO ER-エラーコード
                   MOVE "事故受付なし" TO ER-エラー理由
                   PERFORM エラーレコード出力
               NOT INVALID KEY
                   SET WS-受付あり TO TRUE
           END-READ.

       契約マスター読込.
           MOVE 'N' TO WS-対象ありスイッチ
           MOVE UT-契約者番号 TO CM-契約者番号
           READ 契約マスターファイル
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-対象あり TO TRUE
           END-READ.

       担保付帯検証.
      * 担保特約種別コードが空白の事故は基本担保(主契約)のため
      * 付帯検証なしで担保ありとする。非空白の事故は特約明細
      * ファイルを契約者番号＋特約連番の昇順になぞり、当該特約
      * 種別コードの付帯を確認する
           IF UT-担保特約種別コード = SPACES
               SET WS-担保あり TO TRUE
           ELSE
               MOVE 'N' TO WS-担保ありスイッチ
               MOVE 'N' TO WS-特約明細終了スイッチ
               MOVE UT-契約者番号 TO KR-契約者番号
               MOVE ZERO          TO KR-特約連番
               START 特約明細ファイル
                   KEY IS GREATER THAN KR-特約明細キー
                   INVALID KEY
                       SET WS-特約明細終了 TO TRUE
               END-START
               PERFORM UNTIL WS-特約明細終了
                   READ 特約明細ファイル NEXT RECORD
                       AT END
                           SET WS-特約明細終了 TO TRUE
                       NOT AT END
                           PERFORM 担保明細判定
                   END-READ
               END-PERFORM
           END-IF.

       担保明細判定.
           IF KR-契約者番号 NOT = UT-契約者番号
               SET WS-特約明細終了 TO TRUE
           ELSE
               IF KR-特約種別コード =
                      UT-担保特約種別コード
                   SET WS-担保あり TO TRUE
                   SET WS-特約明細終了 TO TRUE
               END-IF
           END-IF.

       備金異動出力.
      * 異動区分・異動金額は呼出側で設定する
           MOVE WS-処理基準日          TO BI-異動年月日
           MOVE JK-契約者番号          TO BI-契約者番号
           MOVE JK-事故日              TO BI-事故日
           MOVE JK-担保特約種別コード
                                 TO BI-担保特約種別コード
           MOVE JK-証券種目区分        TO BI-証券種目区分
           MOVE JK-備金残高            TO BI-異動後備金残高
           WRITE BI-支払備金異動レコード.

       エラーレコード出力.
           ADD 1 TO WS-エラー件数
           MOVE UT-処理区分            TO ER-処理区分
           MOVE UT-契約者番号          TO ER-契約者番号
           MOVE UT-事故日              TO ER-事故日
           MOVE UT-担保特約種別コード
                                 TO ER-担保特約種別コード
           WRITE ER-受付エラーレコード.
