       IDENTIFICATION DIVISION.
       PROGRAM-ID. QB7210.
      *---------------------------------------------------------
      * 自火超：失効契約復活(リインステートメント)バッチ
      * 復活依頼ファイル(QB7210TR.DAT)の契約者番号ごとに、QB7200
      * の解約('D')処理が退避した消滅契約アーカイブ(KEIYAKUA.DAT
      * ／KEIYAKRA.DAT、VB71C162／VB71C163)から消滅前の契約と
      * 特約明細を取り出し、元の契約者番号のまま契約マスター
      * (KEIYAKUM.DAT)と特約明細ファイル(KEIYAKUR.DAT)へ戻す。
      * 従来はQB7430の失効候補から解約した契約が未収分を全額入金
      * してきても、新規契約として全項目を手で入れ直すしかなく、
      * 証券年数・特約異動日・ノンフリート等級の履歴が途切れて
      * いた。
      * 復活できるのは次をすべて満たす契約に限る。
      *   ・消滅契約アーカイブの消滅事由が"失効"である
      *   ・消滅年月日から復活期限日数(パラメータファイル
      *     QB7210PR.DAT。無い場合は90日)以内である
      *   ・未収管理ファイル(MISYUUM.DAT)の当該契約の回次に未収
      *     ('0')が残っていない
      *   ・契約マスター・特約明細ファイルに同じ契約者番号が在籍
      *     していない
      * 依頼の消滅年月日がゼロの場合は、当該契約の最新の消滅分
      * を復活対象とする。アーカイブは消滅の履歴として残す。
      * 復活結果はQB7200の異動ジャーナル(QB7200JL.DAT、VB71C120)
      * へ異動区分'F'(復活)で追記し、QB71RFの在籍ロールフォワード
      * 検証で復活件数として数える。QB7200が当日の異動ジャーナル
      * を作り直すため、本バッチはQB7200の後・QB71RFの前に実行
      * する。
      * 改版履歴
      *   2026/10/15  新規作成
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT 復活依頼ファイル
               ASSIGN TO "QB7210TR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-依頼状態.
           SELECT パラメータファイル
               ASSIGN TO "QB7210PR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-パラメータ状態.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-アーカイブキー
               FILE STATUS IS WS-契約アーカイブ状態.
           SELECT 特約アーカイブファイル
               ASSIGN TO "KEIYAKRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KA-特約アーカイブキー
               FILE STATUS IS WS-特約アーカイブ状態.
           SELECT 未収管理ファイル
               ASSIGN TO "MISYUUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-未収管理キー
               FILE STATUS IS WS-未収管理状態.
           SELECT 異動ジャーナルファイル
               ASSIGN TO "QB7200JL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ジャーナル状態.
       DATA DIVISION.
       FILE SECTION.
       FD  復活依頼ファイル.
       01  RQ-復活依頼レコード.
           05  RQ-契約者番号           PIC 9(10).
           05  RQ-消滅年月日           PIC 9(8).
       FD  パラメータファイル.
       01  PR-パラメータレコード.
           05  PR-復活期限日数         PIC 9(3).
       FD  契約マスターファイル.
           COPY VB71C100.
       FD  特約明細ファイル.
           COPY VB71C150.
       FD  契約アーカイブファイル.
           COPY VB71C162.
       FD  特約アーカイブファイル.
           COPY VB71C163.
       FD  未収管理ファイル.
           COPY VB71C161.
       FD  異動ジャーナルファイル.
           COPY VB71C120.
       WORKING-STORAGE SECTION.
       01  WS-依頼状態                PIC X(2).
       01  WS-パラメータ状態          PIC X(2).
       01  WS-契約マスター状態        PIC X(2).
       01  WS-特約明細状態            PIC X(2).
       01  WS-契約アーカイブ状態      PIC X(2).
       01  WS-特約アーカイブ状態      PIC X(2).
       01  WS-未収管理状態            PIC X(2).
       01  WS-ジャーナル状態          PIC X(2).
       01  WS-ファイル終了スイッチ    PIC X(1).
           88  WS-ファイル終了        VALUE 'Y'.
       01  WS-検索終了スイッチ        PIC X(1).
           88  WS-検索終了            VALUE 'Y'.
       01  WS-復活可スイッチ          PIC X(1).
           88  WS-復活可              VALUE 'Y'.
       01  WS-未収ありスイッチ        PIC X(1).
           88  WS-未収あり            VALUE 'Y'.
       01  WS-現在日時                PIC X(21).
       01  WS-処理基準日              PIC 9(8).
       01  WS-復活期限日数            PIC 9(3).
       01  WS-経過日数                PIC S9(7).
       01  WS-復活元消滅年月日        PIC 9(8).
       01  WS-更新前イメージ          PIC X(200).
       01  WS-特約添字                PIC 9(2).
       01  WS-入力件数                PIC 9(9)  VALUE ZERO.
       01  WS-復活件数                PIC 9(9)  VALUE ZERO.
       01  WS-エラー件数              PIC 9(9)  VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           OPEN INPUT  復活依頼ファイル
           OPEN I-O    契約マスターファイル
           OPEN I-O    特約明細ファイル
           OPEN INPUT  契約アーカイブファイル
           OPEN INPUT  特約アーカイブファイル
           OPEN INPUT  未収管理ファイル
           IF WS-依頼状態 NOT = "00"
              OR WS-契約マスター状態 NOT = "00"
              OR WS-特約明細状態 NOT = "00"
              OR WS-契約アーカイブ状態 NOT = "00"
              OR WS-特約アーカイブ状態 NOT = "00"
              OR WS-未収管理状態 NOT = "00"
               DISPLAY "QB7210 ファイルOPENエラー "
                       WS-依頼状態 " "
                       WS-契約マスター状態 " "
                       WS-特約明細状態 " "
                       WS-契約アーカイブ状態 " "
                       WS-特約アーカイブ状態 " "
                       WS-未収管理状態
               STOP RUN
           END-IF
           PERFORM 異動ジャーナルOPEN
           MOVE FUNCTION CURRENT-DATE TO WS-現在日時
           MOVE WS-現在日時(1:8) TO WS-処理基準日
           PERFORM パラメータ読込
           MOVE 'N' TO WS-ファイル終了スイッチ
           PERFORM UNTIL WS-ファイル終了
               READ 復活依頼ファイル
                   AT END
                       SET WS-ファイル終了 TO TRUE
                   NOT AT END
                       ADD 1 TO WS-入力件数
                       PERFORM 復活依頼単位処理
               END-READ
           END-PERFORM
           CLOSE 復活依頼ファイル
           CLOSE 契約マスターファイル
           CLOSE 特約明細ファイル
           CLOSE 契約アーカイブファイル
           CLOSE 特約アーカイブファイル
           CLOSE 未収管理ファイル
           CLOSE 異動ジャーナルファイル
           DISPLAY "QB7210 入力 " WS-入力件数
                   " 復活 " WS-復活件数
                   " エラー " WS-エラー件数
                   " 復活期限日数 " WS-復活期限日数
           STOP RUN.

       異動ジャーナルOPEN.
      * QB7200が作成した当日の異動ジャーナルへ追記する。QB7200
      * 未実行の日でジャーナルが無い場合は新規に作成する
           OPEN EXTEND 異動ジャーナルファイル
           IF WS-ジャーナル状態 = "35"
               OPEN OUTPUT 異動ジャーナルファイル
           END-IF
           IF WS-ジャーナル状態 NOT = "00"
               DISPLAY "QB7210 異動ジャーナルOPENエラー "
                       WS-ジャーナル状態
               STOP RUN
           END-IF.

       パラメータ読込.
      * 復活期限日数の指定が無い場合(ファイルなしを含む)は
      * 90日とする
           MOVE 90 TO WS-復活期限日数
           OPEN INPUT パラメータファイル
           IF WS-パラメータ状態 = "00"
               READ パラメータファイル
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PR-復活期限日数 NUMERIC
                          AND PR-復活期限日数 > ZERO
                           MOVE PR-復活期限日数
                               TO WS-復活期限日数
                       END-IF
               END-READ
               CLOSE パラメータファイル
           END-IF.

       復活依頼単位処理.
      * 復活の可否を順に判定し、すべて満たした契約だけを契約
      * マスター・特約明細ファイルへ戻す。否となった時点で理由
      * 付きのエラージャーナルを書き、以降の判定は行わない
           SET WS-復活可 TO TRUE
           MOVE SPACES TO WS-更新前イメージ
           PERFORM 復活元アーカイブ検索
           IF WS-復活可
               PERFORM 在籍重複確認
           END-IF
           IF WS-復活可
               PERFORM 消滅事由期限確認
           END-IF
           IF WS-復活可
               PERFORM 未収残確認
           END-IF
           IF WS-復活可
               PERFORM 特約復活確認
           END-IF
           IF WS-復活可
               PERFORM 契約復活処理
           END-IF.

       復活元アーカイブ検索.
      * 依頼の消滅年月日が指定されていればその消滅分を、ゼロ
      * の場合は契約者番号の消滅分を昇順に読み、最新(最後)の
      * 消滅年月日を復活元とする
           MOVE ZERO TO WS-復活元消滅年月日
           IF RQ-消滅年月日 NOT = ZERO
               MOVE RQ-契約者番号  TO AR-契約者番号
               MOVE RQ-消滅年月日  TO AR-消滅年月日
               READ 契約アーカイブファイル
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AR-消滅年月日
                           TO WS-復活元消滅年月日
               END-READ
           ELSE
               MOVE RQ-契約者番号  TO AR-契約者番号
               MOVE ZERO           TO AR-消滅年月日
               MOVE 'N' TO WS-検索終了スイッチ
               START 契約アーカイブファイル
                   KEY IS >= AR-アーカイブキー
                   INVALID KEY
                       SET WS-検索終了 TO TRUE
               END-START
               PERFORM UNTIL WS-検索終了
                   READ 契約アーカイブファイル NEXT
                       AT END
                           SET WS-検索終了 TO TRUE
                       NOT AT END
                           IF AR-契約者番号 = RQ-契約者番号
                               MOVE AR-消滅年月日
                                   TO WS-復活元消滅年月日
                           ELSE
                               SET WS-検索終了 TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-復活元消滅年月日 NOT = ZERO
                   MOVE RQ-契約者番号  TO AR-契約者番号
                   MOVE WS-復活元消滅年月日
                                       TO AR-消滅年月日
                   READ 契約アーカイブファイル
               END-IF
           END-IF
           IF WS-復活元消滅年月日 = ZERO
               MOVE "アーカイブなしエラー" TO JL-処理結果
               PERFORM ジャーナルエラー共通
           END-IF.

       在籍重複確認.
      * 同じ契約者番号が契約マスターに在籍している場合(復活済
      * み・番号再使用)は復活しない
           MOVE RQ-契約者番号 TO CM-契約者番号
           READ 契約マスターファイル
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CM-契約マスターレコード
                       TO WS-更新前イメージ
                   MOVE "在籍重複エラー"   TO JL-処理結果
                   PERFORM ジャーナルエラー共通
           END-READ.

       消滅事由期限確認.
      * 復活できるのは失効による消滅で、消滅年月日から復活期限
      * 日数以内のものに限る(解約・全損等の消滅は対象外)
           IF AR-消滅事由 NOT = "失効"
               MOVE "消滅事由対象外エラー" TO JL-処理結果
               PERFORM ジャーナルエラー共通
           ELSE
               COMPUTE WS-経過日数 =
                   FUNCTION INTEGER-OF-DATE(WS-処理基準日)
                 - FUNCTION INTEGER-OF-DATE(AR-消滅年月日)
               IF WS-経過日数 > WS-復活期限日数
                   MOVE "復活期限超過エラー" TO JL-処理結果
                   PERFORM ジャーナルエラー共通
               END-IF
           END-IF.

       未収残確認.
      * 未収管理ファイルを契約者番号の先頭から読み、未収('0')の
      * 回次が1件でも残っていれば復活しない(未収管理に記録の
      * 無い契約は未収なしとみなす)
           MOVE 'N' TO WS-未収ありスイッチ
           MOVE 'N' TO WS-検索終了スイッチ
           MOVE RQ-契約者番号 TO MS-契約者番号
           MOVE ZERO          TO MS-請求回次
           START 未収管理ファイル
               KEY IS >= MS-未収管理キー
               INVALID KEY
                   SET WS-検索終了 TO TRUE
           END-START
           PERFORM UNTIL WS-検索終了
               READ 未収管理ファイル NEXT
                   AT END
                       SET WS-検索終了 TO TRUE
                   NOT AT END
                       IF MS-契約者番号 NOT = RQ-契約者番号
                           SET WS-検索終了 TO TRUE
                       ELSE
                           IF MS-入金状態区分 = '0'
                               SET WS-未収あり TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-未収あり
               MOVE "未収残ありエラー"     TO JL-処理結果
               PERFORM ジャーナルエラー共通
           END-IF.

       特約復活確認.
      * 消滅時の特約件数分の特約明細がアーカイブに揃っており、
      * かつ特約明細ファイルに同じキーが残っていないことを書込
      * み前に確認する(契約マスターだけが戻る不整合を作らない)
           PERFORM VARYING WS-特約添字 FROM 1 BY 1
                   UNTIL WS-特約添字 > AR-特約件数
                      OR NOT WS-復活可
               MOVE RQ-契約者番号          TO KA-契約者番号
               MOVE WS-復活元消滅年月日    TO KA-消滅年月日
               MOVE WS-特約添字            TO KA-特約連番
               READ 特約アーカイブファイル
                   INVALID KEY
                       MOVE "特約欠落エラー"   TO JL-処理結果
                       PERFORM ジャーナルエラー共通
               END-READ
               IF WS-復活可
                   MOVE RQ-契約者番号      TO KR-契約者番号
                   MOVE WS-特約添字        TO KR-特約連番
                   READ 特約明細ファイル
                       NOT INVALID KEY
                           MOVE "特約明細重複エラー"
                               TO JL-処理結果
                           PERFORM ジャーナルエラー共通
                   END-READ
               END-IF
           END-PERFORM.

       契約復活処理.
      * 消滅前の契約内容(証券年数・ノンフリート等級・団体コード
      * 等を含む)を元の契約者番号のまま契約マスターへ戻し、特約
      * 明細を連番どおり特約明細ファイルへ戻す
           MOVE SPACES TO CM-契約マスターレコード
           MOVE AR-契約者番号          TO CM-契約者番号
           MOVE AR-証券種目区分        TO CM-証券種目区分
           MOVE AR-代理店コード        TO CM-代理店コード
           MOVE AR-契約クラス          TO CM-契約クラス
           MOVE AR-構造区分            TO CM-構造区分
           MOVE AR-地域コード          TO CM-地域コード
           MOVE AR-保険始期日          TO CM-保険始期日
           MOVE AR-保険終期日          TO CM-保険終期日
           MOVE AR-証券年数            TO CM-証券年数
           MOVE AR-特約件数            TO CM-特約件数
           MOVE AR-団体規模区分        TO CM-団体規模区分
           MOVE AR-車両クラス          TO CM-車両クラス
           MOVE AR-ノンフリート等級
                                 TO CM-ノンフリート等級
           MOVE AR-払込区分            TO CM-払込区分
           MOVE AR-被保険者氏名カナ
                                 TO CM-被保険者氏名カナ
           MOVE AR-被保険者氏名漢字
                                 TO CM-被保険者氏名漢字
           MOVE AR-保険金額            TO CM-保険金額
           MOVE AR-支払累計額          TO CM-支払累計額
           MOVE AR-団体コード          TO CM-団体コード
           WRITE CM-契約マスターレコード
               INVALID KEY
                   MOVE "在籍重複エラー"   TO JL-処理結果
                   PERFORM ジャーナルエラー共通
           END-WRITE
           IF WS-復活可
               PERFORM VARYING WS-特約添字 FROM 1 BY 1
                       UNTIL WS-特約添字 > AR-特約件数
                   PERFORM 特約明細復活
               END-PERFORM
               ADD 1 TO WS-復活件数
               PERFORM ジャーナル正常出力
           END-IF.

       特約明細復活.
           MOVE RQ-契約者番号          TO KA-契約者番号
           MOVE WS-復活元消滅年月日    TO KA-消滅年月日
           MOVE WS-特約添字            TO KA-特約連番
           READ 特約アーカイブファイル
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE KA-契約者番号      TO KR-契約者番号
                   MOVE KA-特約連番        TO KR-特約連番
                   MOVE KA-特約種別コード
                                     TO KR-特約種別コード
                   MOVE KA-特約異動日      TO KR-特約異動日
                   MOVE KA-保険金額        TO KR-保険金額
                   MOVE KA-支払累計額      TO KR-支払累計額
                   WRITE KR-特約明細レコード
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ.

       ジャーナル正常出力.
           MOVE "正常"                 TO JL-処理結果
           MOVE CM-契約マスターレコード
                                 TO JL-更新後レコード
           PERFORM ジャーナル共通出力.

       ジャーナルエラー共通.
      * 呼出側で処理結果を設定済み。エラー時は契約マスターを
      * 更新しないため、更新後イメージには更新前と同じ内容
      * (在籍の無い契約は空白)を設定する
           MOVE 'N' TO WS-復活可スイッチ
           ADD 1 TO WS-エラー件数
           MOVE WS-更新前イメージ
                                 TO JL-更新後レコード
           PERFORM ジャーナル共通出力.

       ジャーナル共通出力.
           MOVE FUNCTION CURRENT-DATE TO WS-現在日時
           MOVE WS-現在日時(1:8)       TO JL-処理年月日
           MOVE WS-現在日時(9:6)       TO JL-処理時分秒
           MOVE 'F'                    TO JL-異動区分
           MOVE RQ-契約者番号          TO JL-契約者番号
           MOVE WS-更新前イメージ
                                 TO JL-更新前レコード
           WRITE JL-異動ジャーナルレコード.
