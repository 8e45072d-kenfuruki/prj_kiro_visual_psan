       IDENTIFICATION DIVISION.
       PROGRAM-ID. QB71PR.
      *---------------------------------------------------------
      * 料率改定の承認・本番昇格バッチ
      * 料率改定承認ファイル(RYORITSN.DAT、VB71C731)の承認のうち
      * 適用開始日が到来したものを順に処理し、料率マスター
      * (RYORITUM.DAT、VB71C730)の提案料率(環境区分'9')を本番
      * 料率(環境区分'1')へ昇格する。従来は採用の決まった提案
      * 料率を数理部門が本番レコードへ手で書き写し、制御レコード
      * の料率TBLバージョンも手で上げていた。
      * 処理の流れ(承認1件ごと)
      *   ・起票者IDと承認者IDが同一、または承認者IDが空白の
      *     承認は拒否する
      *   ・料率マスターを全件テーブルへ読み込み、改定後の内容
      *     をテーブル上で組み立てる。昇格('1')は対象セグメント
      *     の提案料率で同じキーの本番料率を置き換え(本番に無い
      *     キーは本番へ追加)、料率TBLバージョンを採番する。
      *     切戻し('2')は現在の版を作った昇格の直前に退避した
      *     本番料率・制御レコードへ全セグメントを戻す。提案料率
      *     はいずれの場合もそのまま残す
      *   ・制御レコードのセグメント件数を改定後の実件数で更新し、
      *     QB71LDと同じ検証(キー昇順・率の範囲・制御件数＝実件数
      *     ＝VB73C100のテーブル件数・料率TBLバージョン)を行う。
      *     検証エラーがあれば料率マスターは更新せずに拒否する
      *   ・昇格の場合は昇格前の本番料率を料率世代退避ファイル
      *     (RYORITUG.DAT、VB71C732)へ退避する
      *   ・料率マスターへ反映し、改定前後のセグメント比較表
      *     (QB71PRRP.DAT)を出力する
      *   ・処理結果を料率改定履歴ファイル(RYORITUH.DAT、VB71C733)
      *     へ追記する(拒否した承認も記録する)
      * 適用開始日が未到来の承認は保留として読み飛ばし、次回以降
      * のランで処理する。料率改定履歴に完了の記録がある承認番号
      * は処理済として読み飛ばす。
      * 検証のテーブル件数・率の範囲はQB71LDと同一とすること
      * (QB71LDの検証を変更した場合は本プログラムも直すこと)。
      * 改版履歴
      *   2026/10/15  新規作成
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT 料率改定承認ファイル
               ASSIGN TO "RYORITSN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-承認状態.
           SELECT 料率マスターファイル
               ASSIGN TO "RYORITUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-料率マスターキー
               FILE STATUS IS WS-料率マスター状態.
           SELECT 料率世代退避ファイル
               ASSIGN TO "RYORITUG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-世代キー
               FILE STATUS IS WS-世代退避状態.
           SELECT 料率改定履歴ファイル
               ASSIGN TO "RYORITUH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-改定履歴状態.
           SELECT 比較表ファイル
               ASSIGN TO "QB71PRRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-比較表状態.
       DATA DIVISION.
       FILE SECTION.
       FD  料率改定承認ファイル.
           COPY VB71C731.
       FD  料率マスターファイル.
           COPY VB71C730.
       FD  料率世代退避ファイル.
           COPY VB71C732.
       FD  料率改定履歴ファイル.
           COPY VB71C733.
       FD  比較表ファイル.
       01  RP-比較表レコード           PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-承認状態                PIC X(2).
       01  WS-料率マスター状態        PIC X(2).
       01  WS-世代退避状態            PIC X(2).
       01  WS-改定履歴状態            PIC X(2).
       01  WS-比較表状態              PIC X(2).
       01  WS-承認終了スイッチ        PIC X(1)  VALUE 'N'.
           88  WS-承認終了            VALUE 'Y'.
       01  WS-読込終了スイッチ        PIC X(1).
           88  WS-読込終了            VALUE 'Y'.
       01  WS-拒否スイッチ            PIC X(1).
           88  WS-拒否                VALUE 'Y'.
       01  WS-処理済スイッチ          PIC X(1).
           88  WS-処理済              VALUE 'Y'.
       01  WS-検証エラースイッチ      PIC X(1).
           88  WS-検証エラーあり      VALUE 'Y'.
       01  WS-制御ありスイッチ        PIC X(1).
           88  WS-制御あり            VALUE 'Y'.
      *    VB73C100のテーブル件数(検証の突き合わせ先)
           COPY VB73C100.
       01  WS-テーブル件数表.
           05  WS-テーブル件数 OCCURS 6 TIMES
                                      PIC 9(4).
      *    改定前(料率マスターの現在内容)の料率テーブル
       01  WS-現行テーブル.
           05  WS-現行件数            PIC 9(4).
           05  WS-現行明細 OCCURS 500 TIMES.
               10  WS-現行キー.
                   15  WS-現行環境区分     PIC X(1).
                   15  WS-現行種別         PIC X(2).
                   15  WS-現行セグメントキー PIC X(10).
               10  WS-現行金額値       PIC 9(7)V9(2).
               10  WS-現行率値         PIC 9(1)V9(4).
      *    改定後の料率テーブル(WS-現行テーブルと同一レイアウト)
       01  WS-改定後テーブル.
           05  WS-改定後件数          PIC 9(4).
           05  WS-改定後明細 OCCURS 500 TIMES.
               10  WS-改定後キー.
                   15  WS-改定後環境区分   PIC X(1).
                   15  WS-改定後種別       PIC X(2).
                   15  WS-改定後セグメントキー PIC X(10).
               10  WS-改定後金額値     PIC 9(7)V9(2).
               10  WS-改定後率値       PIC 9(1)V9(4).
       01  WS-現行添字                PIC 9(4).
       01  WS-改定後添字              PIC 9(4).
       01  WS-移動添字                PIC 9(4).
       01  WS-設定キー.
           05  WS-設定環境区分        PIC X(1).
           05  WS-設定種別            PIC X(2).
           05  WS-設定セグメントキー  PIC X(10).
       01  WS-設定金額値              PIC 9(7)V9(2).
       01  WS-設定率値                PIC 9(1)V9(4).
      *    処理済の承認番号(料率改定履歴の完了分)
       01  WS-処理済テーブル.
           05  WS-処理済件数          PIC 9(4)  VALUE ZERO.
           05  WS-処理済承認番号 OCCURS 2000 TIMES
                                      PIC X(10).
       01  WS-処理済添字              PIC 9(4).
      *    版数・件数
       01  WS-改定前バージョン        PIC 9(6).
       01  WS-改定後バージョン        PIC 9(6).
       01  WS-改定前年                PIC 9(4).
       01  WS-適用開始年              PIC 9(4).
       01  WS-対象提案件数            PIC 9(4).
       01  WS-切戻し件数              PIC 9(4).
       01  WS-変更件数                PIC 9(4).
       01  WS-新規件数                PIC 9(4).
       01  WS-削除件数                PIC 9(4).
       01  WS-結果内容                PIC X(30).
      *    検証
       01  WS-直前キー                PIC X(13).
       01  WS-制御件数表.
           05  WS-制御件数 OCCURS 6 TIMES
                                      PIC 9(4).
       01  WS-実件数表.
           05  WS-実件数   OCCURS 6 TIMES
                                      PIC 9(4).
       01  WS-制御バージョン          PIC 9(6).
       01  WS-セグメント添字          PIC 9(1).
       01  WS-変動率                  PIC S9(5)V9(2).
       01  WS-現在日時                PIC X(21).
       01  WS-処理年月日              PIC 9(8).
       01  WS-入力件数                PIC 9(9)  VALUE ZERO.
       01  WS-昇格件数                PIC 9(9)  VALUE ZERO.
       01  WS-切戻し承認件数          PIC 9(9)  VALUE ZERO.
       01  WS-拒否件数                PIC 9(9)  VALUE ZERO.
       01  WS-保留件数                PIC 9(9)  VALUE ZERO.
       01  WS-処理済件数計            PIC 9(9)  VALUE ZERO.
       01  WS-ラン管理項目.
           05  WS-ラン機能区分        PIC X(1).
           05  WS-ランプログラムID    PIC X(8)  VALUE 'QB71PR'.
           05  WS-ラン先行プログラムID PIC X(8) VALUE SPACES.
           05  WS-ラン処理件数        PIC 9(9)  VALUE ZERO.
           05  WS-ラン完了コード      PIC X(1)  VALUE '0'.
           05  WS-ラン結果コード      PIC X(1).
      *    比較表の印字行
       01  WS-見出し行1.
           05  FILLER                 PIC X(35)
               VALUE "料率改定比較表  承認番号".
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-見出し承認番号      PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-見出し処理          PIC X(9).
           05  FILLER                 PIC X(4)  VALUE " 版".
           05  WS-見出し改定前版      PIC 9(6).
           05  FILLER                 PIC X(3)  VALUE "->".
           05  WS-見出し改定後版      PIC 9(6).
           05  FILLER                 PIC X(10) VALUE " 起票者".
           05  WS-見出し起票者ID      PIC X(8).
           05  FILLER                 PIC X(10) VALUE " 承認者".
           05  WS-見出し承認者ID      PIC X(8).
       01  WS-見出し行2.
           05  FILLER                 PIC X(40)
               VALUE "  種別  セグメントキー  区分".
           05  FILLER                 PIC X(31)
               VALUE "  改定前金額  改定前率".
           05  FILLER                 PIC X(31)
               VALUE "  改定後金額  改定後率".
           05  FILLER                 PIC X(12)
               VALUE "  変動率".
       01  WS-明細行.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-明細種別            PIC X(2).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  WS-明細セグメントキー  PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-明細区分            PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-明細改定前金額      PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-明細改定前率        PIC 9.9999.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-明細改定後金額      PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-明細改定後率        PIC 9.9999.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-明細変動率          PIC -ZZZZ9.99.
       01  WS-合計行.
           05  FILLER                 PIC X(8)  VALUE "  変更".
           05  WS-合計変更件数        PIC ZZZ9.
           05  FILLER                 PIC X(8)  VALUE "  新規".
           05  WS-合計新規件数        PIC ZZZ9.
           05  FILLER                 PIC X(8)  VALUE "  削除".
           05  WS-合計削除件数        PIC ZZZ9.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM ラン開始処理
           MOVE FUNCTION CURRENT-DATE TO WS-現在日時
           MOVE WS-現在日時(1:8) TO WS-処理年月日
           MOVE WS-基本料率件数
               TO WS-テーブル件数(1)
           MOVE WS-特約ローディング件数
               TO WS-テーブル件数(2)
           MOVE WS-団体割引件数
               TO WS-テーブル件数(3)
           MOVE WS-自動車料率件数
               TO WS-テーブル件数(4)
           MOVE WS-長期継続割引件数
               TO WS-テーブル件数(5)
           MOVE WS-短期料率件数
               TO WS-テーブル件数(6)
           PERFORM 処理済承認ロード
           OPEN INPUT  料率改定承認ファイル
           OPEN I-O    料率マスターファイル
           OPEN OUTPUT 比較表ファイル
           IF WS-承認状態 NOT = "00"
              OR WS-料率マスター状態 NOT = "00"
              OR WS-比較表状態 NOT = "00"
               DISPLAY "QB71PR ファイルOPENエラー "
                       WS-承認状態 " "
                       WS-料率マスター状態 " "
                       WS-比較表状態
               STOP RUN
           END-IF
           PERFORM 世代退避ファイルOPEN
           PERFORM 改定履歴ファイルOPEN
           PERFORM UNTIL WS-承認終了
               READ 料率改定承認ファイル
                   AT END
                       SET WS-承認終了 TO TRUE
                   NOT AT END
                       ADD 1 TO WS-入力件数
                       PERFORM 承認単位処理
               END-READ
           END-PERFORM
           CLOSE 料率改定承認ファイル
           CLOSE 料率マスターファイル
           CLOSE 料率世代退避ファイル
           CLOSE 料率改定履歴ファイル
           CLOSE 比較表ファイル
           DISPLAY "QB71PR 承認 " WS-入力件数
                   " 昇格 " WS-昇格件数
                   " 切戻し " WS-切戻し承認件数
                   " 拒否 " WS-拒否件数
                   " 保留 " WS-保留件数
                   " 処理済 " WS-処理済件数計
           PERFORM ラン終了処理
           STOP RUN.

       ラン開始処理.
      * 料率改定は業務日のラン外で随時実行するため先行チェック
      * は行わず、開始記録のみをラン管理ファイルへ書く
           MOVE '1' TO WS-ラン機能区分
           CALL 'QB71RM' USING WS-ラン管理項目.

       ラン終了処理.
           MOVE '2' TO WS-ラン機能区分
           MOVE WS-入力件数 TO WS-ラン処理件数
           MOVE '0' TO WS-ラン完了コード
           CALL 'QB71RM' USING WS-ラン管理項目.

       世代退避ファイルOPEN.
      * 料率世代退避ファイルが未作成の場合は新規に作成する
           OPEN I-O 料率世代退避ファイル
           IF WS-世代退避状態 = "35"
               OPEN OUTPUT 料率世代退避ファイル
               CLOSE 料率世代退避ファイル
               OPEN I-O 料率世代退避ファイル
           END-IF
           IF WS-世代退避状態 NOT = "00"
               DISPLAY "QB71PR 料率世代退避OPENエラー "
                       WS-世代退避状態
               STOP RUN
           END-IF.

       改定履歴ファイルOPEN.
      * 初回実行で料率改定履歴が無い場合は新規に作成する
           OPEN EXTEND 料率改定履歴ファイル
           IF WS-改定履歴状態 = "35"
               OPEN OUTPUT 料率改定履歴ファイル
           END-IF
           IF WS-改定履歴状態 NOT = "00"
               DISPLAY "QB71PR 料率改定履歴OPENエラー "
                       WS-改定履歴状態
               STOP RUN
           END-IF.

       処理済承認ロード.
      * 料率改定履歴のうち完了('0')の承認番号を処理済テーブルへ
      * 読み込む(履歴が無い初回は処理済なし)
           OPEN INPUT 料率改定履歴ファイル
           IF WS-改定履歴状態 = "00"
               MOVE 'N' TO WS-読込終了スイッチ
               PERFORM UNTIL WS-読込終了
                   READ 料率改定履歴ファイル
                       AT END
                           SET WS-読込終了 TO TRUE
                       NOT AT END
                           IF KH-結果コード = '0'
                               PERFORM 処理済承認登録
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE 料率改定履歴ファイル
           END-IF.

       処理済承認登録.
           IF WS-処理済件数 < 2000
               ADD 1 TO WS-処理済件数
               MOVE KH-承認番号
                   TO WS-処理済承認番号(WS-処理済件数)
           ELSE
               DISPLAY "QB71PR 処理済承認テーブルあふれ "
                       KH-承認番号
               STOP RUN
           END-IF.

       承認単位処理.
           MOVE 'N' TO WS-拒否スイッチ
           MOVE SPACES TO WS-結果内容
           MOVE ZERO TO WS-改定前バージョン
                        WS-改定後バージョン
                        WS-変更件数
                        WS-新規件数
                        WS-削除件数
           PERFORM 処理済判定
           EVALUATE TRUE
               WHEN WS-処理済
                   ADD 1 TO WS-処理済件数計
                   DISPLAY "QB71PR 処理済の承認番号 "
                           RA-承認番号
               WHEN RA-適用開始日 > WS-処理年月日
                   ADD 1 TO WS-保留件数
                   DISPLAY "QB71PR 適用開始日未到来 "
                           RA-承認番号 " " RA-適用開始日
               WHEN OTHER
                   PERFORM 承認改定処理
                   PERFORM 改定履歴出力
           END-EVALUATE.

       処理済判定.
           MOVE 'N' TO WS-処理済スイッチ
           PERFORM VARYING WS-処理済添字 FROM 1 BY 1
                   UNTIL WS-処理済添字 > WS-処理済件数
                      OR WS-処理済
               IF WS-処理済承認番号(WS-処理済添字)
                   = RA-承認番号
                   SET WS-処理済 TO TRUE
               END-IF
           END-PERFORM.

       承認改定処理.
      * 改定後の料率テーブルを組み立てて検証し、検証を通った
      * 場合のみ世代退避・料率マスター反映・比較表出力を行う
           PERFORM 承認内容チェック
           IF NOT WS-拒否
               PERFORM 料率マスターロード
               MOVE WS-現行テーブル TO WS-改定後テーブル
               IF RA-処理区分 = '1'
                   PERFORM 提案料率昇格
               ELSE
                   PERFORM 世代切戻し
               END-IF
           END-IF
           IF NOT WS-拒否
               PERFORM 制御レコード再計算
           END-IF
           IF NOT WS-拒否
               PERFORM 改定後検証
           END-IF
           IF WS-拒否
               ADD 1 TO WS-拒否件数
               DISPLAY "QB71PR 承認拒否 " RA-承認番号 " "
                       WS-結果内容
           ELSE
               IF RA-処理区分 = '1'
                   PERFORM 世代退避
               END-IF
               PERFORM 比較表見出し出力
               PERFORM 料率マスター反映
               PERFORM 比較表合計出力
               IF RA-処理区分 = '1'
                   ADD 1 TO WS-昇格件数
                   MOVE "昇格完了" TO WS-結果内容
               ELSE
                   ADD 1 TO WS-切戻し承認件数
                   MOVE "切戻し完了" TO WS-結果内容
               END-IF
               MOVE RA-承認番号 TO KH-承認番号
               PERFORM 処理済承認登録
           END-IF.

       承認内容チェック.
      * 起票者と承認者が同一の承認は、料率変更の承認経緯として
      * 認められないため拒否する
           EVALUATE TRUE
               WHEN RA-承認者ID = SPACES
                   SET WS-拒否 TO TRUE
                   MOVE "承認者ID未設定" TO WS-結果内容
               WHEN RA-起票者ID = RA-承認者ID
                   SET WS-拒否 TO TRUE
                   MOVE "起票者と承認者が同一"
                       TO WS-結果内容
               WHEN RA-処理区分 NOT = '1' AND NOT = '2'
                   SET WS-拒否 TO TRUE
                   MOVE "処理区分が定義外" TO WS-結果内容
               WHEN RA-処理区分 = '1'
                    AND (RA-セグメント種別 < '01'
                      OR RA-セグメント種別 > '06')
                   SET WS-拒否 TO TRUE
                   MOVE "セグメント種別が定義外"
                       TO WS-結果内容
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       料率マスターロード.
      * 料率マスターをキーの昇順に全件テーブルへ読み込み、現在の
      * 料率TBLバージョンを求める
           MOVE ZERO TO WS-現行件数
           MOVE 'N' TO WS-読込終了スイッチ
           MOVE LOW-VALUES TO RT-料率マスターキー
           START 料率マスターファイル
               KEY IS NOT LESS THAN RT-料率マスターキー
               INVALID KEY
                   SET WS-読込終了 TO TRUE
           END-START
           PERFORM UNTIL WS-読込終了
               READ 料率マスターファイル NEXT RECORD
                   AT END
                       SET WS-読込終了 TO TRUE
                   NOT AT END
                       PERFORM 現行テーブル登録
               END-READ
           END-PERFORM.

       現行テーブル登録.
           IF WS-現行件数 < 500
               ADD 1 TO WS-現行件数
               MOVE RT-料率マスターキー
                   TO WS-現行キー(WS-現行件数)
               MOVE RT-金額値 TO WS-現行金額値(WS-現行件数)
               MOVE RT-率値   TO WS-現行率値(WS-現行件数)
               IF RT-環境区分 = '0'
                  AND RT-セグメント種別 = '00'
                   MOVE RT-金額値 TO WS-改定前バージョン
               END-IF
           ELSE
               DISPLAY "QB71PR 料率テーブルあふれ "
                       RT-料率マスターキー
               STOP RUN
           END-IF.

       提案料率昇格.
      * 対象セグメントの提案料率ごとに、同じセグメント種別＋
      * キーの本番料率を改定後テーブル上で置き換える
           MOVE ZERO TO WS-対象提案件数
           PERFORM VARYING WS-現行添字 FROM 1 BY 1
                   UNTIL WS-現行添字 > WS-現行件数
               IF WS-現行環境区分(WS-現行添字) = '9'
                  AND WS-現行種別(WS-現行添字) =
                      RA-セグメント種別
                  AND (RA-セグメントキー = SPACES
                    OR WS-現行セグメントキー(WS-現行添字) =
                       RA-セグメントキー)
                   ADD 1 TO WS-対象提案件数
                   MOVE '1' TO WS-設定環境区分
                   MOVE WS-現行種別(WS-現行添字)
                       TO WS-設定種別
                   MOVE WS-現行セグメントキー(WS-現行添字)
                       TO WS-設定セグメントキー
                   MOVE WS-現行金額値(WS-現行添字)
                       TO WS-設定金額値
                   MOVE WS-現行率値(WS-現行添字)
                       TO WS-設定率値
                   PERFORM 改定後レコード設定
               END-IF
           END-PERFORM
           IF WS-対象提案件数 = ZERO
               SET WS-拒否 TO TRUE
               MOVE "対象の提案料率なし" TO WS-結果内容
           END-IF.

       改定後レコード設定.
      * 改定後テーブルをキーの昇順になぞり、同じキーがあれば値
      * を置き換え、無ければキー順の位置へ挿入する
           PERFORM VARYING WS-改定後添字 FROM 1 BY 1
                   UNTIL WS-改定後添字 > WS-改定後件数
                      OR WS-改定後キー(WS-改定後添字)
                         NOT < WS-設定キー
               CONTINUE
           END-PERFORM
           IF WS-改定後添字 > WS-改定後件数
              OR WS-改定後キー(WS-改定後添字) NOT
                  = WS-設定キー
               IF WS-改定後件数 NOT < 500
                   DISPLAY "QB71PR 料率テーブルあふれ "
                           WS-設定キー
                   STOP RUN
               END-IF
               PERFORM VARYING WS-移動添字 FROM WS-改定後件数
                       BY -1
                       UNTIL WS-移動添字 < WS-改定後添字
                   MOVE WS-改定後明細(WS-移動添字)
                       TO WS-改定後明細(WS-移動添字 + 1)
               END-PERFORM
               ADD 1 TO WS-改定後件数
               MOVE WS-設定キー
                   TO WS-改定後キー(WS-改定後添字)
           END-IF
           MOVE WS-設定金額値
               TO WS-改定後金額値(WS-改定後添字)
           MOVE WS-設定率値
               TO WS-改定後率値(WS-改定後添字).

       世代切戻し.
      * 現在の料率TBLバージョンを昇格後バージョンに持つ世代(現在
      * の版を作った昇格の直前の本番料率・制御レコード)を改定後
      * テーブルとし、その後ろへ現行の提案料率を続ける(環境区分
      * '0'・'1'は'9'より前に並ぶため、キーの昇順が保たれる)
           MOVE ZERO TO WS-改定後件数
           MOVE ZERO TO WS-切戻し件数
           MOVE 'N' TO WS-読込終了スイッチ
           MOVE LOW-VALUES TO RG-世代キー
           START 料率世代退避ファイル
               KEY IS NOT LESS THAN RG-世代キー
               INVALID KEY
                   SET WS-読込終了 TO TRUE
           END-START
           PERFORM UNTIL WS-読込終了
               READ 料率世代退避ファイル NEXT RECORD
                   AT END
                       SET WS-読込終了 TO TRUE
                   NOT AT END
                       IF RG-昇格後バージョン =
                          WS-改定前バージョン
                           PERFORM 切戻し世代登録
                       END-IF
               END-READ
           END-PERFORM
           IF WS-切戻し件数 = ZERO
               SET WS-拒否 TO TRUE
               MOVE "切戻し対象の世代なし" TO WS-結果内容
           ELSE
               PERFORM VARYING WS-現行添字 FROM 1 BY 1
                       UNTIL WS-現行添字 > WS-現行件数
                   IF WS-現行環境区分(WS-現行添字) = '9'
                       ADD 1 TO WS-改定後件数
                       MOVE WS-現行明細(WS-現行添字)
                           TO WS-改定後明細(WS-改定後件数)
                   END-IF
               END-PERFORM
           END-IF.

       切戻し世代登録.
           ADD 1 TO WS-切戻し件数
           ADD 1 TO WS-改定後件数
           MOVE RG-料率マスターキー
               TO WS-改定後キー(WS-改定後件数)
           MOVE RG-金額値
               TO WS-改定後金額値(WS-改定後件数)
           MOVE RG-率値   TO WS-改定後率値(WS-改定後件数).

       制御レコード再計算.
      * 昇格は料率TBLバージョンを採番する(適用開始日の年が現在
      * の版の年より後なら当年の01版、同年なら現在の版＋1)。
      * 切戻しは退避していた版をそのまま使う。セグメント件数は
      * 改定後テーブルの実件数で置き換える
           IF RA-処理区分 = '1'
               MOVE WS-改定前バージョン(1:4) TO WS-改定前年
               MOVE RA-適用開始日(1:4)       TO WS-適用開始年
               IF WS-改定前年 < WS-適用開始年
                   COMPUTE WS-改定後バージョン =
                       WS-適用開始年 * 100 + 1
               ELSE
                   IF WS-改定前バージョン(5:2) = '99'
                       SET WS-拒否 TO TRUE
                       MOVE "料率TBLバージョン採番あふれ"
                           TO WS-結果内容
                   ELSE
                       COMPUTE WS-改定後バージョン =
                           WS-改定前バージョン + 1
                   END-IF
               END-IF
               MOVE '00' TO WS-設定種別
               MOVE WS-改定後バージョン TO WS-設定金額値
               PERFORM 制御レコード設定
           ELSE
               PERFORM VARYING WS-改定後添字 FROM 1 BY 1
                       UNTIL WS-改定後添字 > WS-改定後件数
                   IF WS-改定後環境区分(WS-改定後添字) = '0'
                      AND WS-改定後種別(WS-改定後添字) = '00'
                       MOVE WS-改定後金額値(WS-改定後添字)
                           TO WS-改定後バージョン
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-セグメント添字 FROM 1 BY 1
                   UNTIL WS-セグメント添字 > 6
               MOVE ZERO TO WS-実件数(WS-セグメント添字)
           END-PERFORM
           PERFORM VARYING WS-改定後添字 FROM 1 BY 1
                   UNTIL WS-改定後添字 > WS-改定後件数
               IF WS-改定後環境区分(WS-改定後添字) NOT = '0'
                  AND WS-改定後種別(WS-改定後添字) >= '01'
                  AND WS-改定後種別(WS-改定後添字) <= '06'
                   MOVE WS-改定後種別(WS-改定後添字)(2:1)
                       TO WS-セグメント添字
                   ADD 1 TO WS-実件数(WS-セグメント添字)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-セグメント添字 FROM 1 BY 1
                   UNTIL WS-セグメント添字 > 6
               MOVE '0' TO WS-設定種別(1:1)
               MOVE WS-セグメント添字 TO WS-設定種別(2:1)
               MOVE WS-実件数(WS-セグメント添字)
                   TO WS-設定金額値
               PERFORM 制御レコード設定
           END-PERFORM.

       制御レコード設定.
      * 環境区分'0'・セグメント種別WS-設定種別の制御レコードの
      * 値を置き換える(無ければセグメントキー空白で追加する)
           MOVE 'N' TO WS-制御ありスイッチ
           PERFORM VARYING WS-改定後添字 FROM 1 BY 1
                   UNTIL WS-改定後添字 > WS-改定後件数
                      OR WS-制御あり
               IF WS-改定後環境区分(WS-改定後添字) = '0'
                  AND WS-改定後種別(WS-改定後添字)
                      = WS-設定種別
                   SET WS-制御あり TO TRUE
                   MOVE WS-設定金額値
                       TO WS-改定後金額値(WS-改定後添字)
               END-IF
           END-PERFORM
           IF NOT WS-制御あり
               MOVE '0'    TO WS-設定環境区分
               MOVE SPACES TO WS-設定セグメントキー
               MOVE ZERO   TO WS-設定率値
               PERFORM 改定後レコード設定
           END-IF.

       改定後検証.
      * 改定後テーブルに対してQB71LDのロード時と同じ検証を行う
           MOVE 'N' TO WS-検証エラースイッチ
           MOVE LOW-VALUES TO WS-直前キー
           MOVE ZERO TO WS-制御バージョン
           PERFORM VARYING WS-セグメント添字 FROM 1 BY 1
                   UNTIL WS-セグメント添字 > 6
               MOVE ZERO TO WS-制御件数(WS-セグメント添字)
               MOVE ZERO TO WS-実件数(WS-セグメント添字)
           END-PERFORM
           PERFORM VARYING WS-改定後添字 FROM 1 BY 1
                   UNTIL WS-改定後添字 > WS-改定後件数
               IF WS-改定後環境区分(WS-改定後添字) = '0'
                   PERFORM 制御レコード検証
               ELSE
                   PERFORM データレコード検証
               END-IF
           END-PERFORM
           PERFORM VARYING WS-セグメント添字 FROM 1 BY 1
                   UNTIL WS-セグメント添字 > 6
               IF WS-制御件数(WS-セグメント添字) NOT =
                  WS-実件数(WS-セグメント添字)
                  OR WS-実件数(WS-セグメント添字) NOT =
                     WS-テーブル件数(WS-セグメント添字)
                   DISPLAY "QB71PR 件数不一致 種別="
                       WS-セグメント添字
                       " 制御="
                       WS-制御件数(WS-セグメント添字)
                       " 実=" WS-実件数(WS-セグメント添字)
                       " TBL="
                       WS-テーブル件数(WS-セグメント添字)
                   SET WS-検証エラーあり TO TRUE
               END-IF
           END-PERFORM
           IF WS-制御バージョン = ZERO
               DISPLAY "QB71PR 料率TBLバージョン制御"
                       "レコード欠落またはゼロ"
               SET WS-検証エラーあり TO TRUE
           END-IF
           IF WS-検証エラーあり
               SET WS-拒否 TO TRUE
               MOVE "改定後料率の検証エラー"
                   TO WS-結果内容
           END-IF.

       制御レコード検証.
           IF WS-改定後種別(WS-改定後添字) = '00'
               MOVE WS-改定後金額値(WS-改定後添字)
                   TO WS-制御バージョン
           ELSE
               IF WS-改定後種別(WS-改定後添字) >= '01'
                  AND WS-改定後種別(WS-改定後添字) <= '06'
                   MOVE WS-改定後種別(WS-改定後添字)(2:1)
                       TO WS-セグメント添字
                   MOVE WS-改定後金額値(WS-改定後添字)
                       TO WS-制御件数(WS-セグメント添字)
               ELSE
                   DISPLAY "QB71PR 制御レコード不正 "
                           WS-改定後キー(WS-改定後添字)
                   SET WS-検証エラーあり TO TRUE
               END-IF
           END-IF.

       データレコード検証.
      * キー昇順と、セグメント種別ごとの率の範囲を確認する
           IF WS-改定後キー(WS-改定後添字) <= WS-直前キー
               DISPLAY "QB71PR キー昇順エラー "
                       WS-改定後キー(WS-改定後添字)
               SET WS-検証エラーあり TO TRUE
           END-IF
           MOVE WS-改定後キー(WS-改定後添字)
               TO WS-直前キー
           EVALUATE WS-改定後種別(WS-改定後添字)
               WHEN '01'
                   ADD 1 TO WS-実件数(1)
                   IF WS-改定後金額値(WS-改定後添字) = ZERO
                       DISPLAY "QB71PR 基本料率ゼロ "
                               WS-改定後キー(WS-改定後添字)
                       SET WS-検証エラーあり TO TRUE
                   END-IF
               WHEN '02'
                   ADD 1 TO WS-実件数(2)
                   IF WS-改定後率値(WS-改定後添字) < 0.5
                      OR WS-改定後率値(WS-改定後添字) > 3.0
                       DISPLAY "QB71PR ローディング率範囲外 "
                               WS-改定後キー(WS-改定後添字)
                       SET WS-検証エラーあり TO TRUE
                   END-IF
               WHEN '03'
                   ADD 1 TO WS-実件数(3)
                   IF WS-改定後率値(WS-改定後添字) > 0.9
                       DISPLAY "QB71PR 団体割引率範囲外 "
                               WS-改定後キー(WS-改定後添字)
                       SET WS-検証エラーあり TO TRUE
                   END-IF
               WHEN '04'
                   ADD 1 TO WS-実件数(4)
                   IF WS-改定後率値(WS-改定後添字) = ZERO
                      OR WS-改定後率値(WS-改定後添字) > 2.0
                       DISPLAY "QB71PR NCD係数範囲外 "
                               WS-改定後キー(WS-改定後添字)
                       SET WS-検証エラーあり TO TRUE
                   END-IF
               WHEN '05'
                   ADD 1 TO WS-実件数(5)
                   IF WS-改定後率値(WS-改定後添字) > 0.9
                       DISPLAY "QB71PR 長期継続割引率範囲外 "
                               WS-改定後キー(WS-改定後添字)
                       SET WS-検証エラーあり TO TRUE
                   END-IF
               WHEN '06'
                   ADD 1 TO WS-実件数(6)
                   IF WS-改定後率値(WS-改定後添字) > 1.0
                       DISPLAY "QB71PR 既経過料率範囲外 "
                               WS-改定後キー(WS-改定後添字)
                       SET WS-検証エラーあり TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "QB71PR セグメント種別不正 "
                           WS-改定後キー(WS-改定後添字)
                   SET WS-検証エラーあり TO TRUE
           END-EVALUATE.

       世代退避.
      * 同じ退避バージョンの旧世代(切戻し後の再昇格で残っている
      * もの)を削除してから、昇格前の本番料率・制御レコードを
      * 退避する
           MOVE 'N' TO WS-読込終了スイッチ
           MOVE WS-改定前バージョン TO RG-退避バージョン
           MOVE LOW-VALUES TO RG-料率マスターキー
           START 料率世代退避ファイル
               KEY IS NOT LESS THAN RG-世代キー
               INVALID KEY
                   SET WS-読込終了 TO TRUE
           END-START
           PERFORM UNTIL WS-読込終了
               READ 料率世代退避ファイル NEXT RECORD
                   AT END
                       SET WS-読込終了 TO TRUE
                   NOT AT END
                       IF RG-退避バージョン NOT =
                          WS-改定前バージョン
                           SET WS-読込終了 TO TRUE
                       ELSE
                           DELETE 料率世代退避ファイル RECORD
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-現行添字 FROM 1 BY 1
                   UNTIL WS-現行添字 > WS-現行件数
               IF WS-現行環境区分(WS-現行添字) NOT = '9'
                   PERFORM 世代退避レコード出力
               END-IF
           END-PERFORM.

       世代退避レコード出力.
           MOVE WS-改定前バージョン TO RG-退避バージョン
           MOVE WS-現行キー(WS-現行添字)
               TO RG-料率マスターキー
           MOVE WS-改定後バージョン
               TO RG-昇格後バージョン
           MOVE WS-現行金額値(WS-現行添字) TO RG-金額値
           MOVE WS-現行率値(WS-現行添字)   TO RG-率値
           MOVE RA-承認番号         TO RG-承認番号
           MOVE WS-処理年月日       TO RG-退避年月日
           WRITE RG-料率世代退避レコード
               INVALID KEY
                   DISPLAY "QB71PR 料率世代退避WRITEエラー "
                           WS-世代退避状態 " " RG-世代キー
                   STOP RUN
           END-WRITE.

       料率マスター反映.
      * 現行テーブルと改定後テーブルをキーの昇順に突き合わせ、
      * 改定後にのみ有るキーは追加、現行にのみ有るキーは削除、
      * 値の異なるキーは更新する。本番料率の変更は比較表へ出力
      * する
           MOVE 1 TO WS-現行添字
           MOVE 1 TO WS-改定後添字
           PERFORM UNTIL WS-現行添字 > WS-現行件数
                     AND WS-改定後添字 > WS-改定後件数
               EVALUATE TRUE
                   WHEN WS-現行添字 > WS-現行件数
                       PERFORM 料率レコード追加
                   WHEN WS-改定後添字 > WS-改定後件数
                       PERFORM 料率レコード削除
                   WHEN WS-現行キー(WS-現行添字) <
                        WS-改定後キー(WS-改定後添字)
                       PERFORM 料率レコード削除
                   WHEN WS-現行キー(WS-現行添字) >
                        WS-改定後キー(WS-改定後添字)
                       PERFORM 料率レコード追加
                   WHEN OTHER
                       PERFORM 料率レコード更新
               END-EVALUATE
           END-PERFORM.

       料率レコード追加.
           MOVE WS-改定後キー(WS-改定後添字)
               TO RT-料率マスターキー
           MOVE WS-改定後金額値(WS-改定後添字)
               TO RT-金額値
           MOVE WS-改定後率値(WS-改定後添字)   TO RT-率値
           WRITE RT-料率マスターレコード
               INVALID KEY
                   DISPLAY "QB71PR 料率マスターWRITEエラー "
                           WS-料率マスター状態 " "
                           RT-料率マスターキー
                   STOP RUN
           END-WRITE
           IF RT-環境区分 = '1'
               ADD 1 TO WS-新規件数
               MOVE "新規" TO WS-明細区分
               MOVE ZERO   TO WS-明細改定前金額
                              WS-明細改定前率
               PERFORM 比較表明細出力
           END-IF
           ADD 1 TO WS-改定後添字.

       料率レコード削除.
           MOVE WS-現行キー(WS-現行添字)
               TO RT-料率マスターキー
           DELETE 料率マスターファイル RECORD
               INVALID KEY
                   DISPLAY "QB71PR 料率マスターDELETEエラー "
                           WS-料率マスター状態 " "
                           RT-料率マスターキー
                   STOP RUN
           END-DELETE
           IF RT-環境区分 = '1'
               ADD 1 TO WS-削除件数
               MOVE "削除" TO WS-明細区分
               MOVE WS-現行種別(WS-現行添字) TO WS-明細種別
               MOVE WS-現行セグメントキー(WS-現行添字)
                   TO WS-明細セグメントキー
               MOVE WS-現行金額値(WS-現行添字)
                   TO WS-明細改定前金額
               MOVE WS-現行率値(WS-現行添字)
                   TO WS-明細改定前率
               MOVE ZERO TO WS-明細改定後金額
                            WS-明細改定後率
                            WS-明細変動率
               WRITE RP-比較表レコード FROM WS-明細行
           END-IF
           ADD 1 TO WS-現行添字.

       料率レコード更新.
           IF WS-現行金額値(WS-現行添字) NOT =
              WS-改定後金額値(WS-改定後添字)
              OR WS-現行率値(WS-現行添字) NOT =
                 WS-改定後率値(WS-改定後添字)
               MOVE WS-改定後キー(WS-改定後添字)
                   TO RT-料率マスターキー
               MOVE WS-改定後金額値(WS-改定後添字)
                   TO RT-金額値
               MOVE WS-改定後率値(WS-改定後添字)
                   TO RT-率値
               REWRITE RT-料率マスターレコード
                   INVALID KEY
                       DISPLAY "QB71PR 料率REWRITEエラー "
                               WS-料率マスター状態 " "
                               RT-料率マスターキー
                       STOP RUN
               END-REWRITE
               IF RT-環境区分 = '1'
                   ADD 1 TO WS-変更件数
                   MOVE "変更" TO WS-明細区分
                   MOVE WS-現行金額値(WS-現行添字)
                       TO WS-明細改定前金額
                   MOVE WS-現行率値(WS-現行添字)
                       TO WS-明細改定前率
                   PERFORM 比較表明細出力
               END-IF
           END-IF
           ADD 1 TO WS-現行添字
           ADD 1 TO WS-改定後添字.

       比較表明細出力.
      * 変動率は基本料率・自動車料率(金額値を持つセグメント)は
      * 金額値、それ以外は率値の改定前に対する増減率(％)とする
      * (改定前がゼロの場合はゼロを印字する)
           MOVE WS-改定後種別(WS-改定後添字)
               TO WS-明細種別
           MOVE WS-改定後セグメントキー(WS-改定後添字)
               TO WS-明細セグメントキー
           MOVE WS-改定後金額値(WS-改定後添字)
               TO WS-明細改定後金額
           MOVE WS-改定後率値(WS-改定後添字)
               TO WS-明細改定後率
           MOVE ZERO TO WS-変動率
           IF WS-明細区分 = "変更"
               IF WS-明細種別 = '01' OR WS-明細種別 = '04'
                   IF WS-現行金額値(WS-現行添字) NOT = ZERO
                       COMPUTE WS-変動率 ROUNDED =
                           (WS-改定後金額値(WS-改定後添字)
                          - WS-現行金額値(WS-現行添字)) * 100
                          / WS-現行金額値(WS-現行添字)
                   END-IF
               ELSE
                   IF WS-現行率値(WS-現行添字) NOT = ZERO
                       COMPUTE WS-変動率 ROUNDED =
                           (WS-改定後率値(WS-改定後添字)
                          - WS-現行率値(WS-現行添字)) * 100
                          / WS-現行率値(WS-現行添字)
                   END-IF
               END-IF
           END-IF
           MOVE WS-変動率 TO WS-明細変動率
           WRITE RP-比較表レコード FROM WS-明細行.

       比較表見出し出力.
           MOVE RA-承認番号 TO WS-見出し承認番号
           IF RA-処理区分 = '1'
               MOVE "昇格" TO WS-見出し処理
           ELSE
               MOVE "切戻し" TO WS-見出し処理
           END-IF
           MOVE WS-改定前バージョン TO WS-見出し改定前版
           MOVE WS-改定後バージョン TO WS-見出し改定後版
           MOVE RA-起票者ID TO WS-見出し起票者ID
           MOVE RA-承認者ID TO WS-見出し承認者ID
           WRITE RP-比較表レコード FROM WS-見出し行1
           WRITE RP-比較表レコード FROM WS-見出し行2.

       比較表合計出力.
           MOVE WS-変更件数 TO WS-合計変更件数
           MOVE WS-新規件数 TO WS-合計新規件数
           MOVE WS-削除件数 TO WS-合計削除件数
           WRITE RP-比較表レコード FROM WS-合計行
           MOVE SPACES TO RP-比較表レコード
           WRITE RP-比較表レコード.

       改定履歴出力.
           MOVE RA-承認番号         TO KH-承認番号
           MOVE RA-処理区分         TO KH-処理区分
           MOVE RA-セグメント種別   TO KH-セグメント種別
           MOVE RA-セグメントキー   TO KH-セグメントキー
           MOVE RA-適用開始日       TO KH-適用開始日
           MOVE RA-起票者ID         TO KH-起票者ID
           MOVE RA-承認者ID         TO KH-承認者ID
           MOVE FUNCTION CURRENT-DATE TO WS-現在日時
           MOVE WS-現在日時(1:8)    TO KH-処理年月日
           MOVE WS-現在日時(9:6)    TO KH-処理時分秒
           MOVE WS-改定前バージョン
               TO KH-改定前バージョン
           MOVE WS-改定後バージョン
               TO KH-改定後バージョン
           COMPUTE KH-変更件数 =
               WS-変更件数 + WS-新規件数 + WS-削除件数
           IF WS-拒否
               MOVE '8' TO KH-結果コード
           ELSE
               MOVE '0' TO KH-結果コード
           END-IF
           MOVE WS-結果内容         TO KH-結果内容
           WRITE KH-料率改定履歴レコード.
