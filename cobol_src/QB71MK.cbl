       IDENTIFICATION DIVISION.
       PROGRAM-ID. QB71MK.
      *---------------------------------------------------------
      * テスト環境向け個人情報マスキング抽出バッチ
      * 本番の契約関連ファイルを、個人情報(氏名・住所・電話番号・
      * 口座番号)を置き換えたうえで同じレイアウト・編成のまま
      * 抽出ファイル(元ファイル名の拡張子を.MSKとしたもの)へ
      * 書き出す。QB71SMの料率シミュレーションや新バッチの受入
      * テストで本番データを使いたいが、契約マスター等には個人
      * 情報がそのまま入っておりテスト環境へ持ち出せなかった。
      * 対象ファイルとマスク項目
      *   ・契約マスター(KEIYAKUM.DAT、VB71C100)
      *       被保険者氏名カナ・被保険者氏名漢字
      *   ・特約明細(KEIYAKUR.DAT、VB71C150)        マスクなし
      *   ・契約者住所(JYUSYOM.DAT、VB71C164)
      *       郵便番号(上3桁を残し下4桁を0)・住所1～3・電話番号
      *   ・振替口座マスター(FURIKAEM.DAT、VB71C160)
      *       口座番号・預金者名カナ
      *   ・未収管理(MISYUUM.DAT、VB71C161)          マスクなし
      *   ・顧客マスター(KOKYAKUM.DAT、VB71C166)
      *       被保険者氏名カナ
      *   ・顧客契約関連(KOKYAKUR.DAT、VB71C167)      マスクなし
      *   ・異動ジャーナル(QB7200JL.DAT、VB71C120)
      *   ・更改ジャーナル(QB7450JL.DAT、VB71C120)
      *       更新前後の契約マスターイメージ内の氏名カナ・漢字
      * 契約者番号・顧客番号・金額・日付等はそのまま残すため、
      * ファイル間の対応関係は本番と同じになる。マスク値は元の
      * 値から求めたハッシュ値で作るため、同じ元データからは毎回
      * 同じマスク値となる。氏名カナは契約マスター・顧客マスター
      * ・振替口座マスターで共通の対応表を使い、異なるカナが同じ
      * マスク値にならないことを確認する(衝突した場合はハッシュ
      * の初期値をずらして採番し直す)。これにより抽出後のデータ
      * でQB71NY(名寄せ)を実行しても本番と同じグルーピングと
      * なる。空白の項目は空白のまま残す。
      * 契約マスター以外の入力ファイルが無い場合は抽出を行わず、
      * 証跡レポート(QB71MKRP.DAT)に未検出として記録する。
      * 証跡レポートにはファイルごとの入力件数・抽出件数・マスク
      * 件数(マスク項目を1つ以上置き換えたレコード数)と、カナ
      * 対応件数・衝突回避件数を出力する。
      * 改版履歴
      *   2026/10/15  新規作成
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT 契約マスターファイル
               ASSIGN TO "KEIYAKUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-契約者番号
               FILE STATUS IS WS-入力状態.
           SELECT 特約明細ファイル
               ASSIGN TO "KEIYAKUR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KR-特約明細キー
               FILE STATUS IS WS-入力状態.
           SELECT 契約者住所ファイル
               ASSIGN TO "JYUSYOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JS-契約者番号
               FILE STATUS IS WS-入力状態.
           SELECT 振替口座マスターファイル
               ASSIGN TO "FURIKAEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FK-契約者番号
               FILE STATUS IS WS-入力状態.
           SELECT 未収管理ファイル
               ASSIGN TO "MISYUUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MS-未収管理キー
               FILE STATUS IS WS-入力状態.
           SELECT 顧客マスターファイル
               ASSIGN TO "KOKYAKUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KY-顧客番号
               FILE STATUS IS WS-入力状態.
           SELECT 顧客契約関連ファイル
               ASSIGN TO "KOKYAKUR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KN-関連キー
               FILE STATUS IS WS-入力状態.
           SELECT 異動ジャーナルファイル
               ASSIGN TO "QB7200JL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-入力状態.
           SELECT 更改ジャーナルファイル
               ASSIGN TO "QB7450JL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-入力状態.
           SELECT 契約マスター抽出ファイル
               ASSIGN TO "KEIYAKUM.MSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MK-CM契約者番号
               FILE STATUS IS WS-出力状態.
           SELECT 特約明細抽出ファイル
               ASSIGN TO "KEIYAKUR.MSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MK-KR特約明細キー
               FILE STATUS IS WS-出力状態.
           SELECT 契約者住所抽出ファイル
               ASSIGN TO "JYUSYOM.MSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MK-JS契約者番号
               FILE STATUS IS WS-出力状態.
           SELECT 振替口座抽出ファイル
               ASSIGN TO "FURIKAEM.MSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MK-FK契約者番号
               FILE STATUS IS WS-出力状態.
           SELECT 未収管理抽出ファイル
               ASSIGN TO "MISYUUM.MSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MK-MS未収管理キー
               FILE STATUS IS WS-出力状態.
           SELECT 顧客マスター抽出ファイル
               ASSIGN TO "KOKYAKUM.MSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MK-KY顧客番号
               FILE STATUS IS WS-出力状態.
           SELECT 顧客契約関連抽出ファイル
               ASSIGN TO "KOKYAKUR.MSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MK-KN関連キー
               FILE STATUS IS WS-出力状態.
           SELECT 異動ジャーナル抽出ファイル
               ASSIGN TO "QB7200JL.MSK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-出力状態.
           SELECT 更改ジャーナル抽出ファイル
               ASSIGN TO "QB7450JL.MSK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-出力状態.
           SELECT 証跡レポートファイル
               ASSIGN TO "QB71MKRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-レポート状態.
       DATA DIVISION.
       FILE SECTION.
       FD  契約マスターファイル.
           COPY VB71C100.
       FD  特約明細ファイル.
           COPY VB71C150.
       FD  契約者住所ファイル.
           COPY VB71C164.
       FD  振替口座マスターファイル.
           COPY VB71C160.
       FD  未収管理ファイル.
           COPY VB71C161.
       FD  顧客マスターファイル.
           COPY VB71C166.
       FD  顧客契約関連ファイル.
           COPY VB71C167.
       FD  異動ジャーナルファイル.
       01  IJ-異動ジャーナル入力      PIC X(455).
       FD  更改ジャーナルファイル.
       01  RJ-更改ジャーナル入力      PIC X(455).
      *    抽出ファイルのレコードは入力と同じ長さとし、キー項目
      *    のみ定義する(内容はマスク後の入力レコードから設定)
       FD  契約マスター抽出ファイル.
       01  MK-契約マスター抽出レコード.
           05  MK-CM契約者番号        PIC 9(10).
           05  FILLER                 PIC X(126).
       FD  特約明細抽出ファイル.
       01  MK-特約明細抽出レコード.
           05  MK-KR特約明細キー      PIC X(12).
           05  FILLER                 PIC X(30).
       FD  契約者住所抽出ファイル.
       01  MK-契約者住所抽出レコード.
           05  MK-JS契約者番号        PIC 9(10).
           05  FILLER                 PIC X(139).
       FD  振替口座抽出ファイル.
       01  MK-振替口座抽出レコード.
           05  MK-FK契約者番号        PIC 9(10).
           05  FILLER                 PIC X(45).
       FD  未収管理抽出ファイル.
       01  MK-未収管理抽出レコード.
           05  MK-MS未収管理キー      PIC X(13).
           05  FILLER                 PIC X(27).
       FD  顧客マスター抽出ファイル.
       01  MK-顧客マスター抽出レコード.
           05  MK-KY顧客番号          PIC 9(8).
           05  FILLER                 PIC X(34).
       FD  顧客契約関連抽出ファイル.
       01  MK-顧客契約関連抽出レコード.
           05  MK-KN関連キー          PIC X(18).
       FD  異動ジャーナル抽出ファイル.
       01  MK-異動JL抽出レコード PIC X(455).
       FD  更改ジャーナル抽出ファイル.
       01  MK-更改JL抽出レコード PIC X(455).
       FD  証跡レポートファイル.
       01  RP-証跡レポートレコード    PIC X(80).
       WORKING-STORAGE SECTION.
      *    ファイルは1本ずつ順に処理するため、入力・出力の状態
      *    項目は全ファイルで共用する
       01  WS-入力状態                PIC X(2).
       01  WS-出力状態                PIC X(2).
       01  WS-レポート状態            PIC X(2).
       01  WS-ファイル終了スイッチ    PIC X(1).
           88  WS-ファイル終了        VALUE 'Y'.
       01  WS-入力ありスイッチ        PIC X(1).
           88  WS-入力あり            VALUE 'Y'.
       01  WS-マスク実施スイッチ      PIC X(1).
           88  WS-マスク実施          VALUE 'Y'.
       01  WS-ヒットスイッチ          PIC X(1).
           88  WS-対応ヒット          VALUE 'Y'.
       01  WS-衝突スイッチ            PIC X(1).
           88  WS-マスク衝突          VALUE 'Y'.
       01  WS-現在日時                PIC X(21).
      *    異動・更改ジャーナルの作業域(両ジャーナルとも同じ
      *    レイアウト)
           COPY VB71C120.
      *    ジャーナル内の契約マスターイメージ(VB71C100と同じ並び)
       01  WS-契約イメージ.
           05  WS-IM氏名前項目        PIC X(50).
           05  WS-IM被保険者氏名カナ  PIC X(30).
           05  WS-IM被保険者氏名漢字  PIC X(30).
           05  FILLER                 PIC X(90).
      *    ファイル別の集計(証跡レポートの明細1行＝1ファイル)
       01  WS-集計テーブル.
           05  WS-集計明細 OCCURS 9 TIMES.
               10  WS-集計ファイル名   PIC X(12).
               10  WS-集計入力件数     PIC 9(9).
               10  WS-集計抽出件数     PIC 9(9).
               10  WS-集計マスク件数   PIC 9(9).
               10  WS-集計備考         PIC X(20).
       01  WS-集計添字                PIC 9(2).
      *    氏名カナの対応表(元カナ→マスク後カナ)。あふれた場合は
      *    同じカナが別のマスク値にならないよう異常終了する
      *    (OCCURSの上限を広げること)
       01  WS-カナ対応テーブル.
           05  WS-カナ対応件数        PIC 9(5)  VALUE ZERO.
           05  WS-カナ対応明細 OCCURS 10000 TIMES.
               10  WS-対応元カナ       PIC X(30).
               10  WS-対応マスクカナ   PIC X(30).
       01  WS-カナ添字                PIC 9(5).
       01  WS-衝突回避件数            PIC 9(9)  VALUE ZERO.
      *    ハッシュ値算出の作業域
      *    (h ← (h × 31 ＋ 文字コード) mod 9999999967 を元の値の
      *     1バイトずつ繰り返す。初期値は固定値＋ずらし値)
       01  WS-マスク元                PIC X(120).
       01  WS-マスク元長              PIC 9(3).
       01  WS-文字添字                PIC 9(3).
       01  WS-ハッシュ初期値          PIC 9(10) VALUE 1357924680.
       01  WS-ハッシュずらし値        PIC 9(5).
       01  WS-ハッシュ作業            PIC 9(12).
       01  WS-ハッシュ値              PIC 9(10).
       01  WS-マスク対象カナ          PIC X(30).
      *    マスク値の編集域
       01  WS-カナマスク.
           05  FILLER                 PIC X(9)  VALUE 'ﾏｽｸ'.
           05  WS-カナマスク番号      PIC 9(10).
           05  FILLER                 PIC X(11) VALUE SPACES.
       01  WS-漢字マスク.
           05  FILLER                 PIC X(12) VALUE '被保険者'.
           05  WS-漢字マスク番号      PIC 9(10).
           05  FILLER                 PIC X(8)  VALUE SPACES.
       01  WS-住所マスク.
           05  FILLER                 PIC X(15) VALUE 'マスク住所'.
           05  WS-住所マスク番号      PIC 9(10).
           05  FILLER                 PIC X(15) VALUE SPACES.
       01  WS-電話マスク.
           05  FILLER                 PIC X(4)  VALUE '0000'.
           05  WS-電話マスク番号      PIC 9(8).
      *    証跡レポート編集行
       01  WS-見出し行1.
           05  FILLER                 PIC X(54) VALUE
               '＊＊ マスキング抽出 証跡レポート ＊＊'.
           05  FILLER                 PIC X(14)
                               VALUE '  処理日：'.
           05  WS-見出し処理日        PIC 9(8).
       01  WS-見出し行2.
           05  FILLER                 PIC X(15)
                               VALUE 'ファイル名'.
           05  FILLER                 PIC X(14)
                               VALUE '  入力件数'.
           05  FILLER                 PIC X(14)
                               VALUE '  抽出件数'.
           05  FILLER                 PIC X(17)
                               VALUE '  マスク件数'.
           05  FILLER                 PIC X(8)
                               VALUE '  備考'.
       01  WS-明細行.
           05  WS-行ファイル名        PIC X(12).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-行入力件数          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WS-行抽出件数          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WS-行マスク件数        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WS-行備考              PIC X(20).
       01  WS-カナ対応行.
           05  FILLER                 PIC X(21)
                               VALUE 'カナ対応件数：'.
           05  WS-行カナ対応件数      PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(24)
                               VALUE '  衝突回避件数：'.
           05  WS-行衝突回避件数      PIC ZZZ,ZZ9.
       01  WS-区切り行                PIC X(80) VALUE ALL '-'.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           MOVE FUNCTION CURRENT-DATE TO WS-現在日時
           OPEN OUTPUT 証跡レポートファイル
           IF WS-レポート状態 NOT = "00"
               DISPLAY "QB71MK ファイルOPENエラー "
                       WS-レポート状態
               STOP RUN
           END-IF
           PERFORM 集計テーブル初期化
           PERFORM 契約マスター抽出
           PERFORM 特約明細抽出
           PERFORM 契約者住所抽出
           PERFORM 振替口座抽出
           PERFORM 未収管理抽出
           PERFORM 顧客マスター抽出
           PERFORM 顧客契約関連抽出
           PERFORM 異動ジャーナル抽出
           PERFORM 更改ジャーナル抽出
           PERFORM 証跡レポート出力
           CLOSE 証跡レポートファイル
           DISPLAY "QB71MK 契約 " WS-集計抽出件数(1)
                   " カナ対応 " WS-カナ対応件数
                   " 衝突回避 " WS-衝突回避件数
           STOP RUN.

       集計テーブル初期化.
           MOVE "KEIYAKUM.DAT" TO WS-集計ファイル名(1)
           MOVE "KEIYAKUR.DAT" TO WS-集計ファイル名(2)
           MOVE "JYUSYOM.DAT"  TO WS-集計ファイル名(3)
           MOVE "FURIKAEM.DAT" TO WS-集計ファイル名(4)
           MOVE "MISYUUM.DAT"  TO WS-集計ファイル名(5)
           MOVE "KOKYAKUM.DAT" TO WS-集計ファイル名(6)
           MOVE "KOKYAKUR.DAT" TO WS-集計ファイル名(7)
           MOVE "QB7200JL.DAT" TO WS-集計ファイル名(8)
           MOVE "QB7450JL.DAT" TO WS-集計ファイル名(9)
           PERFORM VARYING WS-集計添字 FROM 1 BY 1
                   UNTIL WS-集計添字 > 9
               MOVE ZERO   TO WS-集計入力件数(WS-集計添字)
               MOVE ZERO   TO WS-集計抽出件数(WS-集計添字)
               MOVE ZERO   TO WS-集計マスク件数(WS-集計添字)
               MOVE SPACES TO WS-集計備考(WS-集計添字)
           END-PERFORM.

       入力OPEN判定.
      * 入力ファイルが無い場合(状態"35")は当該ファイルの抽出を
      * 行わず、証跡レポートに未検出として記録する
           MOVE 'N' TO WS-入力ありスイッチ
           EVALUATE WS-入力状態
               WHEN "00"
                   SET WS-入力あり TO TRUE
               WHEN "35"
                   MOVE "入力ファイル未検出"
                       TO WS-集計備考(WS-集計添字)
                   DISPLAY "QB71MK 入力ファイル未検出 "
                           WS-集計ファイル名(WS-集計添字)
               WHEN OTHER
                   DISPLAY "QB71MK ファイルOPENエラー "
                           WS-集計ファイル名(WS-集計添字) " "
                           WS-入力状態
                   STOP RUN
           END-EVALUATE.

       出力OPEN判定.
           IF WS-出力状態 NOT = "00"
               DISPLAY "QB71MK ファイルOPENエラー "
                       WS-集計ファイル名(WS-集計添字)
                       " 抽出 "
                       WS-出力状態
               STOP RUN
           END-IF.

       抽出件数計上.
           ADD 1 TO WS-集計抽出件数(WS-集計添字)
           IF WS-マスク実施
               ADD 1 TO WS-集計マスク件数(WS-集計添字)
           END-IF.

       出力キー重複表示.
           DISPLAY "QB71MK 抽出ファイル書込エラー "
                   WS-集計ファイル名(WS-集計添字) " "
                   WS-出力状態.

       契約マスター抽出.
      * 契約マスターは抽出の基準となるため、無い場合は異常終了
      * する
           MOVE 1 TO WS-集計添字
           OPEN INPUT 契約マスターファイル
           IF WS-入力状態 NOT = "00"
               DISPLAY "QB71MK ファイルOPENエラー "
                       WS-集計ファイル名(WS-集計添字) " "
                       WS-入力状態
               STOP RUN
           END-IF
           OPEN OUTPUT 契約マスター抽出ファイル
           PERFORM 出力OPEN判定
           MOVE 'N' TO WS-ファイル終了スイッチ
           PERFORM UNTIL WS-ファイル終了
               READ 契約マスターファイル
                   AT END
                       SET WS-ファイル終了 TO TRUE
                   NOT AT END
                       ADD 1 TO WS-集計入力件数(WS-集計添字)
                       MOVE 'N' TO WS-マスク実施スイッチ
                       MOVE CM-被保険者氏名カナ
                           TO WS-マスク対象カナ
                       PERFORM 氏名カナマスク
                       MOVE WS-マスク対象カナ
                           TO CM-被保険者氏名カナ
                       PERFORM 契約氏名漢字マスク
                       WRITE MK-契約マスター抽出レコード
                           FROM CM-契約マスターレコード
                           INVALID KEY
                               PERFORM 出力キー重複表示
                           NOT INVALID KEY
                               PERFORM 抽出件数計上
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE 契約マスターファイル
           CLOSE 契約マスター抽出ファイル.

       契約氏名漢字マスク.
           IF CM-被保険者氏名漢字 NOT = SPACES
               MOVE CM-被保険者氏名漢字 TO WS-マスク元
               MOVE 30 TO WS-マスク元長
               MOVE ZERO TO WS-ハッシュずらし値
               PERFORM ハッシュ値算出
               MOVE WS-ハッシュ値 TO WS-漢字マスク番号
               MOVE WS-漢字マスク TO CM-被保険者氏名漢字
               SET WS-マスク実施 TO TRUE
           END-IF.

       特約明細抽出.
      * 特約明細は個人情報を持たないため、そのまま抽出する
           MOVE 2 TO WS-集計添字
           OPEN INPUT 特約明細ファイル
           PERFORM 入力OPEN判定
           IF WS-入力あり
               OPEN OUTPUT 特約明細抽出ファイル
               PERFORM 出力OPEN判定
               MOVE 'N' TO WS-ファイル終了スイッチ
               PERFORM UNTIL WS-ファイル終了
                   READ 特約明細ファイル
                       AT END
                           SET WS-ファイル終了 TO TRUE
                       NOT AT END
                           ADD 1
                               TO WS-集計入力件数(WS-集計添字)
                           MOVE 'N' TO WS-マスク実施スイッチ
                           WRITE MK-特約明細抽出レコード
                               FROM KR-特約明細レコード
                               INVALID KEY
                                   PERFORM 出力キー重複表示
                               NOT INVALID KEY
                                   PERFORM 抽出件数計上
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE 特約明細ファイル
               CLOSE 特約明細抽出ファイル
           END-IF.

       契約者住所抽出.
           MOVE 3 TO WS-集計添字
           OPEN INPUT 契約者住所ファイル
           PERFORM 入力OPEN判定
           IF WS-入力あり
               OPEN OUTPUT 契約者住所抽出ファイル
               PERFORM 出力OPEN判定
               MOVE 'N' TO WS-ファイル終了スイッチ
               PERFORM UNTIL WS-ファイル終了
                   READ 契約者住所ファイル
                       AT END
                           SET WS-ファイル終了 TO TRUE
                       NOT AT END
                           ADD 1
                               TO WS-集計入力件数(WS-集計添字)
                           MOVE 'N' TO WS-マスク実施スイッチ
                           PERFORM 住所マスク
                           WRITE MK-契約者住所抽出レコード
                               FROM JS-契約者住所レコード
                               INVALID KEY
                                   PERFORM 出力キー重複表示
                               NOT INVALID KEY
                                   PERFORM 抽出件数計上
                       END-WRITE
                   END-READ
               END-PERFORM
               CLOSE 契約者住所ファイル
               CLOSE 契約者住所抽出ファイル
           END-IF.

       住所マスク.
      * 郵便番号は地域の分布を残すため上3桁を残して下4桁を0と
      * する。住所は住所1～3をまとめたハッシュ値で住所1を置き
      * 換え、住所2・3は空白とする。電話番号は"0000"＋ハッシュ
      * 値8桁とする
           IF JS-郵便番号 NOT = SPACES
               MOVE "0000" TO JS-郵便番号(4:4)
               SET WS-マスク実施 TO TRUE
           END-IF
           IF JS-住所1 NOT = SPACES
              OR JS-住所2 NOT = SPACES
              OR JS-住所3 NOT = SPACES
               MOVE JS-住所1 TO WS-マスク元(1:40)
               MOVE JS-住所2 TO WS-マスク元(41:40)
               MOVE JS-住所3 TO WS-マスク元(81:40)
               MOVE 120 TO WS-マスク元長
               MOVE ZERO TO WS-ハッシュずらし値
               PERFORM ハッシュ値算出
               MOVE WS-ハッシュ値 TO WS-住所マスク番号
               MOVE WS-住所マスク TO JS-住所1
               MOVE SPACES        TO JS-住所2
               MOVE SPACES        TO JS-住所3
               SET WS-マスク実施 TO TRUE
           END-IF
           IF JS-電話番号 NOT = SPACES
               MOVE JS-電話番号 TO WS-マスク元
               MOVE 12 TO WS-マスク元長
               MOVE ZERO TO WS-ハッシュずらし値
               PERFORM ハッシュ値算出
               MOVE WS-ハッシュ値(3:8) TO WS-電話マスク番号
               MOVE WS-電話マスク TO JS-電話番号
               SET WS-マスク実施 TO TRUE
           END-IF.

       振替口座抽出.
           MOVE 4 TO WS-集計添字
           OPEN INPUT 振替口座マスターファイル
           PERFORM 入力OPEN判定
           IF WS-入力あり
               OPEN OUTPUT 振替口座抽出ファイル
               PERFORM 出力OPEN判定
               MOVE 'N' TO WS-ファイル終了スイッチ
               PERFORM UNTIL WS-ファイル終了
                   READ 振替口座マスターファイル
                       AT END
                           SET WS-ファイル終了 TO TRUE
                       NOT AT END
                           ADD 1
                               TO WS-集計入力件数(WS-集計添字)
                           MOVE 'N' TO WS-マスク実施スイッチ
                           PERFORM 振替口座出力
                   END-READ
               END-PERFORM
               CLOSE 振替口座マスターファイル
               CLOSE 振替口座抽出ファイル
           END-IF.

       振替口座出力.
           PERFORM 口座マスク
           WRITE MK-振替口座抽出レコード
               FROM FK-振替口座マスターレコード
               INVALID KEY
                   PERFORM 出力キー重複表示
               NOT INVALID KEY
                   PERFORM 抽出件数計上
           END-WRITE.

       口座マスク.
      * 口座番号は銀行・支店・預金種目・口座番号から求めたハッ
      * シュ値7桁とする(同じ口座は同じマスク値となる)。銀行・
      * 支店コードは振替依頼の銀行別集計に使うためそのまま残す。
      * 預金者名カナは氏名カナの対応表で置き換える
           IF FK-口座番号 NOT = SPACES
               MOVE FK-振替口座マスターレコード(11:15)
                   TO WS-マスク元
               MOVE 15 TO WS-マスク元長
               MOVE ZERO TO WS-ハッシュずらし値
               PERFORM ハッシュ値算出
               MOVE WS-ハッシュ値(4:7) TO FK-口座番号
               SET WS-マスク実施 TO TRUE
           END-IF
           MOVE FK-預金者名カナ TO WS-マスク対象カナ
           PERFORM 氏名カナマスク
           MOVE WS-マスク対象カナ TO FK-預金者名カナ.

       未収管理抽出.
      * 未収管理は個人情報を持たないため、そのまま抽出する
           MOVE 5 TO WS-集計添字
           OPEN INPUT 未収管理ファイル
           PERFORM 入力OPEN判定
           IF WS-入力あり
               OPEN OUTPUT 未収管理抽出ファイル
               PERFORM 出力OPEN判定
               MOVE 'N' TO WS-ファイル終了スイッチ
               PERFORM UNTIL WS-ファイル終了
                   READ 未収管理ファイル
                       AT END
                           SET WS-ファイル終了 TO TRUE
                       NOT AT END
                           ADD 1
                               TO WS-集計入力件数(WS-集計添字)
                           MOVE 'N' TO WS-マスク実施スイッチ
                           WRITE MK-未収管理抽出レコード
                               FROM MS-未収管理レコード
                               INVALID KEY
                                   PERFORM 出力キー重複表示
                               NOT INVALID KEY
                                   PERFORM 抽出件数計上
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE 未収管理ファイル
               CLOSE 未収管理抽出ファイル
           END-IF.

       顧客マスター抽出.
      * 顧客番号・保有契約件数・名寄せ確定区分はそのまま残し、
      * 氏名カナは契約マスターと同じ対応表で置き換える(抽出後
      * の契約マスターのカナと一致する)
           MOVE 6 TO WS-集計添字
           OPEN INPUT 顧客マスターファイル
           PERFORM 入力OPEN判定
           IF WS-入力あり
               OPEN OUTPUT 顧客マスター抽出ファイル
               PERFORM 出力OPEN判定
               MOVE 'N' TO WS-ファイル終了スイッチ
               PERFORM UNTIL WS-ファイル終了
                   READ 顧客マスターファイル
                       AT END
                           SET WS-ファイル終了 TO TRUE
                       NOT AT END
                           ADD 1
                               TO WS-集計入力件数(WS-集計添字)
                           MOVE 'N' TO WS-マスク実施スイッチ
                           MOVE KY-被保険者氏名カナ
                               TO WS-マスク対象カナ
                           PERFORM 氏名カナマスク
                           MOVE WS-マスク対象カナ
                               TO KY-被保険者氏名カナ
                           WRITE MK-顧客マスター抽出レコード
                               FROM KY-顧客マスターレコード
                               INVALID KEY
                                   PERFORM 出力キー重複表示
                               NOT INVALID KEY
                                   PERFORM 抽出件数計上
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE 顧客マスターファイル
               CLOSE 顧客マスター抽出ファイル
           END-IF.

       顧客契約関連抽出.
      * 顧客契約関連は番号のみのため、そのまま抽出する
           MOVE 7 TO WS-集計添字
           OPEN INPUT 顧客契約関連ファイル
           PERFORM 入力OPEN判定
           IF WS-入力あり
               OPEN OUTPUT 顧客契約関連抽出ファイル
               PERFORM 出力OPEN判定
               MOVE 'N' TO WS-ファイル終了スイッチ
               PERFORM UNTIL WS-ファイル終了
                   READ 顧客契約関連ファイル
                       AT END
                           SET WS-ファイル終了 TO TRUE
                       NOT AT END
                           ADD 1
                               TO WS-集計入力件数(WS-集計添字)
                           MOVE 'N' TO WS-マスク実施スイッチ
                           WRITE MK-顧客契約関連抽出レコード
                               FROM KN-顧客契約関連レコード
                               INVALID KEY
                                   PERFORM 出力キー重複表示
                               NOT INVALID KEY
                                   PERFORM 抽出件数計上
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE 顧客契約関連ファイル
               CLOSE 顧客契約関連抽出ファイル
           END-IF.

       異動ジャーナル抽出.
           MOVE 8 TO WS-集計添字
           OPEN INPUT 異動ジャーナルファイル
           PERFORM 入力OPEN判定
           IF WS-入力あり
               OPEN OUTPUT 異動ジャーナル抽出ファイル
               PERFORM 出力OPEN判定
               MOVE 'N' TO WS-ファイル終了スイッチ
               PERFORM UNTIL WS-ファイル終了
                   READ 異動ジャーナルファイル
                       INTO JL-異動ジャーナルレコード
                       AT END
                           SET WS-ファイル終了 TO TRUE
                       NOT AT END
                           ADD 1
                               TO WS-集計入力件数(WS-集計添字)
                           PERFORM ジャーナルイメージマスク
                           WRITE MK-異動JL抽出レコード
                               FROM JL-異動ジャーナルレコード
                           PERFORM 抽出件数計上
                   END-READ
               END-PERFORM
               CLOSE 異動ジャーナルファイル
               CLOSE 異動ジャーナル抽出ファイル
           END-IF.

       更改ジャーナル抽出.
           MOVE 9 TO WS-集計添字
           OPEN INPUT 更改ジャーナルファイル
           PERFORM 入力OPEN判定
           IF WS-入力あり
               OPEN OUTPUT 更改ジャーナル抽出ファイル
               PERFORM 出力OPEN判定
               MOVE 'N' TO WS-ファイル終了スイッチ
               PERFORM UNTIL WS-ファイル終了
                   READ 更改ジャーナルファイル
                       INTO JL-異動ジャーナルレコード
                       AT END
                           SET WS-ファイル終了 TO TRUE
                       NOT AT END
                           ADD 1
                               TO WS-集計入力件数(WS-集計添字)
                           PERFORM ジャーナルイメージマスク
                           WRITE MK-更改JL抽出レコード
                               FROM JL-異動ジャーナルレコード
                           PERFORM 抽出件数計上
                   END-READ
               END-PERFORM
               CLOSE 更改ジャーナルファイル
               CLOSE 更改ジャーナル抽出ファイル
           END-IF.

       ジャーナルイメージマスク.
      * 更新前後の契約マスターイメージの氏名を契約マスターと同じ
      * 方法で置き換える(空白のイメージはそのまま残す)
           MOVE 'N' TO WS-マスク実施スイッチ
           IF JL-更新前レコード NOT = SPACES
               MOVE JL-更新前レコード TO WS-契約イメージ
               PERFORM イメージ氏名マスク
               MOVE WS-契約イメージ TO JL-更新前レコード
           END-IF
           IF JL-更新後レコード NOT = SPACES
               MOVE JL-更新後レコード TO WS-契約イメージ
               PERFORM イメージ氏名マスク
               MOVE WS-契約イメージ TO JL-更新後レコード
           END-IF.

       イメージ氏名マスク.
           MOVE WS-IM被保険者氏名カナ
               TO WS-マスク対象カナ
           PERFORM 氏名カナマスク
           MOVE WS-マスク対象カナ
               TO WS-IM被保険者氏名カナ
           IF WS-IM被保険者氏名漢字 NOT = SPACES
               MOVE WS-IM被保険者氏名漢字 TO WS-マスク元
               MOVE 30 TO WS-マスク元長
               MOVE ZERO TO WS-ハッシュずらし値
               PERFORM ハッシュ値算出
               MOVE WS-ハッシュ値 TO WS-漢字マスク番号
               MOVE WS-漢字マスク TO WS-IM被保険者氏名漢字
               SET WS-マスク実施 TO TRUE
           END-IF.

       氏名カナマスク.
      * WS-マスク対象カナを対応表で置き換える。対応表に無いカナ
      * はハッシュ値からマスク値を作り、他のカナのマスク値と重複
      * しないことを確認して対応表へ登録する(重複した場合は
      * ハッシュの初期値をずらして作り直す)
           IF WS-マスク対象カナ NOT = SPACES
               MOVE 'N' TO WS-ヒットスイッチ
               PERFORM VARYING WS-カナ添字 FROM 1 BY 1
                       UNTIL WS-カナ添字 > WS-カナ対応件数
                          OR WS-対応ヒット
                   IF WS-対応元カナ(WS-カナ添字) =
                          WS-マスク対象カナ
                       SET WS-対応ヒット TO TRUE
                       SUBTRACT 1 FROM WS-カナ添字
                   END-IF
               END-PERFORM
               IF NOT WS-対応ヒット
                   PERFORM カナ対応登録
               END-IF
               MOVE WS-対応マスクカナ(WS-カナ添字)
                   TO WS-マスク対象カナ
               SET WS-マスク実施 TO TRUE
           END-IF.

       カナ対応登録.
           IF WS-カナ対応件数 NOT < 10000
               DISPLAY "QB71MK カナ対応表あふれ "
                       WS-カナ対応件数
               STOP RUN
           END-IF
           MOVE ZERO TO WS-ハッシュずらし値
           MOVE 'Y' TO WS-衝突スイッチ
           PERFORM UNTIL NOT WS-マスク衝突
               MOVE WS-マスク対象カナ TO WS-マスク元
               MOVE 30 TO WS-マスク元長
               PERFORM ハッシュ値算出
               MOVE WS-ハッシュ値 TO WS-カナマスク番号
               MOVE 'N' TO WS-衝突スイッチ
               PERFORM VARYING WS-カナ添字 FROM 1 BY 1
                       UNTIL WS-カナ添字 > WS-カナ対応件数
                          OR WS-マスク衝突
                   IF WS-対応マスクカナ(WS-カナ添字) =
                          WS-カナマスク
                       SET WS-マスク衝突 TO TRUE
                   END-IF
               END-PERFORM
               IF WS-マスク衝突
                   ADD 1 TO WS-ハッシュずらし値
                   ADD 1 TO WS-衝突回避件数
               END-IF
           END-PERFORM
           ADD 1 TO WS-カナ対応件数
           MOVE WS-カナ対応件数 TO WS-カナ添字
           MOVE WS-マスク対象カナ
               TO WS-対応元カナ(WS-カナ添字)
           MOVE WS-カナマスク
               TO WS-対応マスクカナ(WS-カナ添字).

       ハッシュ値算出.
      * WS-マスク元の先頭WS-マスク元長バイトからハッシュ値(10桁)
      * を求める
           COMPUTE WS-ハッシュ作業 =
               WS-ハッシュ初期値 + WS-ハッシュずらし値
           PERFORM VARYING WS-文字添字 FROM 1 BY 1
                   UNTIL WS-文字添字 > WS-マスク元長
               COMPUTE WS-ハッシュ作業 =
                   FUNCTION MOD(WS-ハッシュ作業 * 31
                       + FUNCTION ORD
                             (WS-マスク元(WS-文字添字:1)),
                       9999999967)
           END-PERFORM
           MOVE WS-ハッシュ作業 TO WS-ハッシュ値.

       証跡レポート出力.
           MOVE WS-現在日時(1:8) TO WS-見出し処理日
           WRITE RP-証跡レポートレコード FROM WS-見出し行1
           WRITE RP-証跡レポートレコード FROM WS-区切り行
           WRITE RP-証跡レポートレコード FROM WS-見出し行2
           WRITE RP-証跡レポートレコード FROM WS-区切り行
           PERFORM VARYING WS-集計添字 FROM 1 BY 1
                   UNTIL WS-集計添字 > 9
               MOVE WS-集計ファイル名(WS-集計添字)
                   TO WS-行ファイル名
               MOVE WS-集計入力件数(WS-集計添字)
                   TO WS-行入力件数
               MOVE WS-集計抽出件数(WS-集計添字)
                   TO WS-行抽出件数
               MOVE WS-集計マスク件数(WS-集計添字)
                   TO WS-行マスク件数
               MOVE WS-集計備考(WS-集計添字) TO WS-行備考
               WRITE RP-証跡レポートレコード FROM WS-明細行
           END-PERFORM
           WRITE RP-証跡レポートレコード FROM WS-区切り行
           MOVE WS-カナ対応件数 TO WS-行カナ対応件数
           MOVE WS-衝突回避件数 TO WS-行衝突回避件数
           WRITE RP-証跡レポートレコード
               FROM WS-カナ対応行.
