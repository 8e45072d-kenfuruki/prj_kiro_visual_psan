      * 検証エラーはQB7300のエラー一覧と同様の理由コード付き一覧
      * へ書き出す。
      *     エラーコード "E101"=在籍なし "E102"=保険期間外
      *                  "E103"=担保なし "E104"=支払限度超過
      * 従来この仕組みには保険料の「入り」側しか無く、保険金の
      * 「出」側の受け口が存在しなかった。
      * 支払確定分は事故受付ファイル(JIKOUKEM.DAT、VB71C523)の
      * 当該事故の支払備金を支払金額だけ取り崩し(一部支払は残額
      * を備金として残す)、取崩を支払備金異動ファイル(JIKOIDOU.
      * DAT、VB71C524)へ追記する。事故受付の無い支払は備金なし
      * として件数のみ数え、支払自体は通常どおり確定する。
      * 支払限度は担保ごとの保険金額(基本担保は契約マスター、特約
      * 担保は特約明細ファイル)とし、支払累計額に今回の支払金額
      * を加えた額が保険金額を超える支払はE104として保留する
      * (保険金額ゼロの担保は限度未設定として検証しない)。支払
      * 確定分は支払累計額へ加算する。火災('01'/'02'/'03')の
      * 基本担保で支払累計額が保険金額に達した契約は全損として、
      * QB7200へそのまま投入できる解約('D')トランザクション
      * (VB71C110、消滅事由"全損")を契約終了トランファイル
      * (QB7470TD.DAT)へ書き出す。
      * 事業所('02')・超保険('03')の支払のうち、保険金額が再保険
      * 特約マスター(SAITOKUM.DAT、VB71C542)の保有限度額を超える
      * 出再契約の分は、QB7720の出再保険料と同じ出再率で再保険
      * 会社ごとの回収額を算出し、再保険回収請求明細(QB7470RK.
      * DAT、VB71C544)へ書き出す。
      * 改版履歴
      *   2026/09/02  新規作成
      *   2026/10/15  事故受付ファイル(VB71C523)の新設に伴い、
      *               支払確定時に当該事故の支払備金を取り崩し、
      *               支払備金異動ファイル(VB71C524)へ取崩を
      *               記録する処理を追加
      *   2026/10/15  保険金額(支払限度)の追加に伴い、支払累計が
      *               保険金額を超える支払をE104で保留し、火災の
      *               全損契約の解約トランザクションを出力する
      *               処理を追加
      *   2026/10/15  再保険特約マスター(VB71C542)の新設に伴い、
      *               出再契約の支払について再保険回収請求明細
      *               (VB71C544)を出力する処理を追加
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KR-特約明細キー
               FILE STATUS IS WS-特約明細状態.
           SELECT 事故受付ファイル
               ASSIGN TO "JIKOUKEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JK-事故キー
               FILE STATUS IS WS-事故受付状態.
           SELECT 再保険特約ファイル
               ASSIGN TO "SAITOKUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RI-再保険特約キー
               FILE STATUS IS WS-再保険特約状態.
           SELECT 回収請求明細ファイル
               ASSIGN TO "QB7470RK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-回収請求状態.
           SELECT 契約終了トランファイル
               ASSIGN TO "QB7470TD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-終了トラン状態.
           SELECT 備金異動ファイル
               ASSIGN TO "JIKOIDOU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-備金異動状態.
           SELECT 支払明細ファイル
               ASSIGN TO "QB7470RP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY VB71C100.
       FD  特約明細ファイル.
           COPY VB71C150.
       FD  事故受付ファイル.
           COPY VB71C523.
       FD  再保険特約ファイル.
           COPY VB71C542.
       FD  回収請求明細ファイル.
           COPY VB71C544.
       FD  契約終了トランファイル.
           COPY VB71C110.
       FD  備金異動ファイル.
           COPY VB71C524.
       FD  支払明細ファイル.
           COPY VB71C522.
       FD  仕訳インターフェースファイル.
       01  WS-トラン状態              PIC X(2).
       01  WS-契約マスター状態        PIC X(2).
       01  WS-特約明細状態            PIC X(2).
       01  WS-事故受付状態            PIC X(2).
       01  WS-終了トラン状態          PIC X(2).
       01  WS-再保険特約状態          PIC X(2).
       01  WS-回収請求状態            PIC X(2).
       01  WS-備金異動状態            PIC X(2).
       01  WS-支払明細状態            PIC X(2).
       01  WS-仕訳状態                PIC X(2).
       01  WS-エラー一覧状態          PIC X(2).
           88  WS-担保あり            VALUE 'Y'.
       01  WS-ヒットスイッチ          PIC X(1).
           88  WS-科目ヒット          VALUE 'Y'.
       01  WS-受付ありスイッチ        PIC X(1).
           88  WS-受付あり            VALUE 'Y'.
       01  WS-備金取崩額              PIC 9(10).
       01  WS-限度超過スイッチ        PIC X(1).
           88  WS-限度超過            VALUE 'Y'.
       01  WS-支払限度額              PIC 9(10).
       01  WS-支払累計後              PIC 9(11).
       01  WS-出再率                  PIC 9(1)V9(4).
      *    有効な再保険特約テーブル(出再種目の行のみ)。あふれた
      *    場合は回収漏れのまま支払を確定しないよう異常終了する
       01  WS-再保険特約テーブル.
           05  WS-特約登録件数        PIC 9(4)  VALUE ZERO.
           05  WS-特約明細 OCCURS 50 TIMES.
               10  WS-特約種目区分     PIC X(2).
               10  WS-特約会社コード   PIC X(5).
               10  WS-特約保有限度額   PIC 9(10).
               10  WS-特約出再割合     PIC 9(1)V9(4).
       01  WS-特約添字                PIC 9(4).
       01  WS-あふれ件数              PIC 9(9)  VALUE ZERO.
      *    証券種目区分の集計枠(QB7700の科目テーブルと同じ並び)
       01  WS-種目コードデータ.
           05  FILLER  PIC X(2)  VALUE '01'.
       01  WS-支払件数                PIC 9(9)  VALUE ZERO.
       01  WS-エラー件数              PIC 9(9)  VALUE ZERO.
       01  WS-種目外件数              PIC 9(9)  VALUE ZERO.
       01  WS-備金取崩件数            PIC 9(9)  VALUE ZERO.
       01  WS-備金なし件数            PIC 9(9)  VALUE ZERO.
       01  WS-全損件数                PIC 9(9)  VALUE ZERO.
       01  WS-回収請求件数            PIC 9(9)  VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           MOVE FUNCTION CURRENT-DATE TO WS-現在日時
           MOVE WS-現在日時(1:8) TO WS-処理基準日
           PERFORM 再保険特約読込
      * 再保険特約テーブルからあふれた行がある場合、回収漏れの
      * まま支払を確定しないよう異常終了する
           IF WS-あふれ件数 > ZERO
               DISPLAY "QB7470 再保険特約テーブルあふれ "
                       WS-あふれ件数
               STOP RUN
           END-IF
           OPEN INPUT  支払トランザクションファイル
           OPEN I-O    契約マスターファイル
           OPEN I-O    特約明細ファイル
           PERFORM 事故受付ファイルOPEN
           OPEN OUTPUT 契約終了トランファイル
           OPEN OUTPUT 回収請求明細ファイル
           OPEN EXTEND 備金異動ファイル
           IF WS-備金異動状態 = "35"
               OPEN OUTPUT 備金異動ファイル
           END-IF
           OPEN OUTPUT 支払明細ファイル
           OPEN OUTPUT 仕訳インターフェースファイル
           OPEN OUTPUT エラー一覧ファイル
           IF WS-トラン状態 NOT = "00"
              OR WS-契約マスター状態 NOT = "00"
              OR WS-特約明細状態 NOT = "00"
              OR WS-備金異動状態 NOT = "00"
              OR WS-終了トラン状態 NOT = "00"
              OR WS-回収請求状態 NOT = "00"
              OR WS-支払明細状態 NOT = "00"
              OR WS-仕訳状態 NOT = "00"
              OR WS-エラー一覧状態 NOT = "00"
                       WS-トラン状態 " "
                       WS-契約マスター状態 " "
                       WS-特約明細状態 " "
                       WS-備金異動状態 " "
                       WS-終了トラン状態 " "
                       WS-回収請求状態 " "
                       WS-支払明細状態 " "
                       WS-仕訳状態 " " WS-エラー一覧状態
               STOP RUN
           END-IF
           MOVE 'N' TO WS-ファイル終了スイッチ
           PERFORM UNTIL WS-ファイル終了
               READ 支払トランザクションファイル
                   AT END
           CLOSE 支払トランザクションファイル
           CLOSE 契約マスターファイル
           CLOSE 特約明細ファイル
           CLOSE 事故受付ファイル
           CLOSE 契約終了トランファイル
           CLOSE 回収請求明細ファイル
           CLOSE 備金異動ファイル
           CLOSE 支払明細ファイル
           CLOSE 仕訳インターフェースファイル
           CLOSE エラー一覧ファイル
           DISPLAY "QB7470 入力 " WS-入力件数
                   " 支払 " WS-支払件数
                   " エラー " WS-エラー件数
                   " 備金取崩 " WS-備金取崩件数
                   " 備金なし " WS-備金なし件数
                   " 全損 " WS-全損件数
                   " 回収請求 " WS-回収請求件数
           STOP RUN.

       再保険特約読込.
      * 再保険特約マスターのうち出再種目('02'/'03')で処理基準日
      * が有効期間内の行をテーブルへ読み込む。マスターが未作成の
      * 場合は出再なしとして続行する
           OPEN INPUT 再保険特約ファイル
           IF WS-再保険特約状態 NOT = "00"
               DISPLAY "QB7470 再保険特約マスター未検出 "
                       WS-再保険特約状態
           ELSE
               MOVE 'N' TO WS-ファイル終了スイッチ
               PERFORM UNTIL WS-ファイル終了
                   READ 再保険特約ファイル NEXT RECORD
                       AT END
                           SET WS-ファイル終了 TO TRUE
                       NOT AT END
                           PERFORM 再保険特約登録
                   END-READ
               END-PERFORM
               CLOSE 再保険特約ファイル
           END-IF.

       再保険特約登録.
           IF (RI-証券種目区分 = '02'
               OR RI-証券種目区分 = '03')
              AND RI-有効開始日 <= WS-処理基準日
              AND RI-有効終了日 >= WS-処理基準日
               IF WS-特約登録件数 < 50
                   ADD 1 TO WS-特約登録件数
                   MOVE RI-証券種目区分
                       TO WS-特約種目区分(WS-特約登録件数)
                   MOVE RI-再保険会社コード
                       TO WS-特約会社コード
                                      (WS-特約登録件数)
                   MOVE RI-保有限度額
                       TO WS-特約保有限度額
                                      (WS-特約登録件数)
                   MOVE RI-出再割合
                       TO WS-特約出再割合(WS-特約登録件数)
               ELSE
                   ADD 1 TO WS-あふれ件数
               END-IF
           END-IF.

       事故受付ファイルOPEN.
      * 事故受付ファイルが未作成の場合は新規に作成する
           OPEN I-O 事故受付ファイル
           IF WS-事故受付状態 = "35"
               OPEN OUTPUT 事故受付ファイル
               CLOSE 事故受付ファイル
               OPEN I-O 事故受付ファイル
           END-IF
           IF WS-事故受付状態 NOT = "00"
               DISPLAY "QB7470 事故受付OPENエラー "
                       WS-事故受付状態
               STOP RUN
           END-IF.

       支払トラン単位処理.
      * 在籍・保険期間内・担保付帯・支払限度の順に検証し、1件でも
      * エラーがあれば支払明細・仕訳へは出力しない
           PERFORM 契約マスター読込
           IF NOT WS-対象あり
               MOVE "E101" TO ER-エラーコード
                                 TO ER-エラー理由
                       PERFORM エラーレコード出力
                   ELSE
                       PERFORM 支払限度検証
                       IF WS-限度超過
                           MOVE "E104" TO ER-エラーコード
                           MOVE "支払累計が保険金額を超過"
                                 TO ER-エラー理由
                           PERFORM エラーレコード出力
                       ELSE
                           PERFORM 支払明細出力
                       END-IF
                   END-IF
               END-IF
           END-IF.
               END-IF
           END-IF.

       支払限度検証.
      * 基本担保は契約マスター、特約担保は担保付帯検証で読み当て
      * た特約明細の保険金額・支払累計額で判定する
           MOVE 'N' TO WS-限度超過スイッチ
           IF PT-担保特約種別コード = SPACES
               MOVE CM-保険金額    TO WS-支払限度額
               COMPUTE WS-支払累計後 =
                   CM-支払累計額 + PT-支払金額
           ELSE
               MOVE KR-保険金額    TO WS-支払限度額
               COMPUTE WS-支払累計後 =
                   KR-支払累計額 + PT-支払金額
           END-IF
           IF WS-支払限度額 > ZERO
              AND WS-支払累計後 > WS-支払限度額
               SET WS-限度超過 TO TRUE
           END-IF.

       支払明細出力.
           ADD 1 TO WS-支払件数
           MOVE PT-契約者番号          TO PM-契約者番号
           MOVE CM-証券種目区分        TO PM-証券種目区分
           MOVE WS-処理基準日          TO PM-支払年月日
           WRITE PM-保険金支払明細
           PERFORM 種目別金額集計
           PERFORM 支払備金取崩
           PERFORM 支払累計更新
           PERFORM 再保険回収算出.

       再保険回収算出.
      * 出再種目の契約で保険金額が保有限度額を超える場合、同じ
      * 種目の再保険特約行ごとに出再率で回収額を算出する(基本
      * 担保・特約担保とも契約の出再率を用いる)
           IF (CM-証券種目区分 = '02'
               OR CM-証券種目区分 = '03')
              AND CM-保険金額 > ZERO
               PERFORM VARYING WS-特約添字 FROM 1 BY 1
                       UNTIL WS-特約添字 > WS-特約登録件数
                   IF WS-特約種目区分(WS-特約添字) =
                          CM-証券種目区分
                      AND CM-保険金額 >
                          WS-特約保有限度額(WS-特約添字)
                       PERFORM 回収請求明細出力
                   END-IF
               END-PERFORM
           END-IF.

       回収請求明細出力.
           COMPUTE WS-出再率 ROUNDED =
               (CM-保険金額
                - WS-特約保有限度額(WS-特約添字))
               * WS-特約出再割合(WS-特約添字)
               / CM-保険金額
           ADD 1 TO WS-回収請求件数
           MOVE WS-処理基準日          TO RK-支払年月日
           MOVE WS-特約会社コード(WS-特約添字)
                                 TO RK-再保険会社コード
           MOVE PT-契約者番号          TO RK-契約者番号
           MOVE PT-事故日              TO RK-事故日
           MOVE PT-担保特約種別コード
                                 TO RK-担保特約種別コード
           MOVE CM-証券種目区分        TO RK-証券種目区分
           MOVE CM-保険金額            TO RK-保険金額
           MOVE PT-支払金額            TO RK-支払金額
           MOVE WS-出再率              TO RK-出再率
           COMPUTE RK-回収額 = PT-支払金額 * WS-出再率
           WRITE RK-再保険回収請求明細.

       支払累計更新.
      * 支払金額を当該担保の支払累計額へ加算する。火災の基本担保
      * で保険金額全額の支払に達した契約は全損として契約終了の
      * トランザクションを出力する
           IF PT-担保特約種別コード = SPACES
               MOVE WS-支払累計後  TO CM-支払累計額
               REWRITE CM-契約マスターレコード
               IF (CM-証券種目区分 = '01'
                   OR CM-証券種目区分 = '02'
                   OR CM-証券種目区分 = '03')
                  AND CM-保険金額 > ZERO
                  AND CM-支払累計額 = CM-保険金額
                   PERFORM 全損トラン出力
               END-IF
           ELSE
               MOVE WS-支払累計後  TO KR-支払累計額
               REWRITE KR-特約明細レコード
           END-IF.

       全損トラン出力.
      * QB7200へそのまま投入できる解約('D')トランザクションを
      * 消滅事由"全損"で書き出す
           ADD 1 TO WS-全損件数
           MOVE SPACES TO TR-契約異動トランザクション
           MOVE 'D'                    TO TR-異動区分
           MOVE CM-契約者番号          TO TR-契約者番号
           MOVE CM-証券種目区分        TO TR-証券種目区分
           MOVE ZERO                   TO TR-保険始期日
                                           TR-保険終期日
                                           TR-証券年数
                                           TR-特約異動日
                                           TR-保険金額
                                           TR-特約保険金額
           MOVE "全損"                 TO TR-消滅事由
           WRITE TR-契約異動トランザクション.

       支払備金取崩.
      * 支払金額を支払累計額へ加え、備金残高を支払金額だけ取り
      * 崩す(備金残高を上限とし、一部支払は残額を残す)。備金
      * 残高がゼロになった事故は終結とする
           MOVE 'N' TO WS-受付ありスイッチ
           MOVE PT-契約者番号          TO JK-契約者番号
           MOVE PT-事故日              TO JK-事故日
           MOVE PT-担保特約種別コード
                                 TO JK-担保特約種別コード
           READ 事故受付ファイル
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-受付あり TO TRUE
           END-READ
           IF NOT WS-受付あり
               ADD 1 TO WS-備金なし件数
           ELSE
               ADD 1 TO WS-備金取崩件数
               IF PT-支払金額 < JK-備金残高
                   MOVE PT-支払金額 TO WS-備金取崩額
               ELSE
                   MOVE JK-備金残高 TO WS-備金取崩額
               END-IF
               ADD PT-支払金額      TO JK-支払累計額
               SUBTRACT WS-備金取崩額 FROM JK-備金残高
               IF JK-備金残高 = ZERO
                   MOVE '9' TO JK-事故状態区分
               ELSE
                   MOVE '2' TO JK-事故状態区分
               END-IF
               MOVE WS-処理基準日   TO JK-最終更新年月日
               REWRITE JK-事故受付レコード
               IF WS-備金取崩額 > ZERO
                   PERFORM 備金異動出力
               END-IF
           END-IF.

       備金異動出力.
           MOVE WS-処理基準日          TO BI-異動年月日
           MOVE JK-契約者番号          TO BI-契約者番号
           MOVE JK-事故日              TO BI-事故日
           MOVE JK-担保特約種別コード
                                 TO BI-担保特約種別コード
           MOVE JK-証券種目区分        TO BI-証券種目区分
           MOVE '4'                    TO BI-異動区分
           MOVE WS-備金取崩額          TO BI-異動金額
           MOVE JK-備金残高            TO BI-異動後備金残高
           WRITE BI-支払備金異動レコード.

       種目別金額集計.
           MOVE 'N' TO WS-ヒットスイッチ
