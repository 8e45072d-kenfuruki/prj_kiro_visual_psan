       IDENTIFICATION DIVISION.
       PROGRAM-ID. QB71LR.
      *---------------------------------------------------------
      * 自火超：損害率(ロスレシオ)レポートバッチ
      * パラメータファイル(QB71LRPR.DAT)の対象年月(yyyymm)と
      * 損害率閾値(%)をもとに、
      *   ・QB71GCが退避した保険金支払明細の世代ファイル(QB7470RP.
      *     Dyyyymmdd)を対象月の1日から末日まで読み、証券種目区分
      *     ×代理店コード別の当月支払保険金を集計する(代理店
      *     コードは契約マスター、消滅済の契約は消滅契約アーカイブ
      *     から引き当てる)
      *   ・月次累計ファイル(QB71MCKE.DAT、VB71C532)の集計区分'3'
      *     (種目×代理店別の日報月計)から保険料を取り出す
      *   ・支払月次累計ファイル(QB71LRKE.DAT、VB71C533)から過去
      *     月の支払保険金を取り出す
      * うえで、種目×代理店別に当月・年度累計(4月始まり)・前年
      * 同期(前年度4月から前年同月まで)の保険料・支払保険金・
      * 損害率(支払保険金÷保険料、%)を並べた損害率レポートを
      * 出力する。年度累計の損害率が閾値を超えた(保険料ゼロで
      * 支払のある場合を含む)代理店には印(＊)を付ける。
      * QB71MC(月次締め)の後に流すこと。対象年月の月計が月次
      * 累計ファイルに無い場合は異常終了する。
      * 当月の支払月計は支払月次累計ファイルへ追記する。対象年月
      * が既に登録済みの場合は二重計上を作らないよう追記せずに
      * 異常終了する(再実行時は当月分を取り除いてから流すこと)。
      * 改版履歴
      *   2026/10/15  新規作成
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT パラメータファイル
               ASSIGN TO "QB71LRPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-パラメータ状態.
           SELECT 世代支払ファイル
               ASSIGN TO WS-世代支払名
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-世代支払状態.
           SELECT 契約マスターファイル
               ASSIGN TO "KEIYAKUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-契約者番号
               FILE STATUS IS WS-契約状態.
           SELECT 契約アーカイブファイル
               ASSIGN TO "KEIYAKUA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-アーカイブキー
               FILE STATUS IS WS-契約アーカイブ状態.
           SELECT 月次累計ファイル
               ASSIGN TO "QB71MCKE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-累計状態.
           SELECT 支払累計ファイル
               ASSIGN TO "QB71LRKE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-支払累計状態.
           SELECT 損害率レポートファイル
               ASSIGN TO "QB71LRRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-レポート状態.
       DATA DIVISION.
       FILE SECTION.
       FD  パラメータファイル.
       01  PR-パラメータレコード.
           05  PR-対象年月             PIC 9(6).
           05  PR-損害率閾値           PIC 9(3)V9(1).
       FD  世代支払ファイル.
           COPY VB71C522.
       FD  契約マスターファイル.
           COPY VB71C100.
       FD  契約アーカイブファイル.
           COPY VB71C162.
       FD  月次累計ファイル.
           COPY VB71C532.
       FD  支払累計ファイル.
           COPY VB71C533.
       FD  損害率レポートファイル.
       01  LR-レポート行              PIC X(140).
       WORKING-STORAGE SECTION.
       01  WS-パラメータ状態          PIC X(2).
       01  WS-世代支払状態            PIC X(2).
       01  WS-契約状態                PIC X(2).
       01  WS-契約アーカイブ状態      PIC X(2).
       01  WS-累計状態                PIC X(2).
       01  WS-支払累計状態            PIC X(2).
       01  WS-レポート状態            PIC X(2).
       01  WS-ファイル終了スイッチ    PIC X(1).
           88  WS-ファイル終了        VALUE 'Y'.
       01  WS-当月登録済スイッチ      PIC X(1)  VALUE 'N'.
           88  WS-当月登録済          VALUE 'Y'.
       01  WS-保険料月計スイッチ      PIC X(1)  VALUE 'N'.
           88  WS-保険料月計あり      VALUE 'Y'.
       01  WS-ヒットスイッチ          PIC X(1).
           88  WS-明細ヒット          VALUE 'Y'.
       01  WS-算出不可スイッチ        PIC X(1).
           88  WS-算出不可            VALUE 'Y'.
       01  WS-世代支払名              PIC X(18).
       01  WS-対象日付.
           05  WS-対象日付年月        PIC 9(6).
           05  WS-対象日付日          PIC 9(2).
       01  WS-対象日                  PIC 9(2).
       01  WS-対象年                  PIC 9(4).
       01  WS-対象月                  PIC 9(2).
       01  WS-年度開始年月            PIC 9(6).
       01  WS-前年度開始年月          PIC 9(6).
       01  WS-前年同月                PIC 9(6).
       01  WS-損害率閾値              PIC 9(3)V9(1).
       01  WS-検索種目区分            PIC X(2).
       01  WS-検索代理店コード        PIC X(5).
      *    証券種目区分×代理店コードの損害率テーブル
       01  WS-損害率テーブル.
           05  WS-損害率登録件数      PIC 9(4)  VALUE ZERO.
           05  WS-損害率明細 OCCURS 1000 TIMES.
               10  WS-明細種目区分     PIC X(2).
               10  WS-明細代理店コード PIC X(5).
               10  WS-当月支払件数     PIC 9(7).
               10  WS-当月保険料       PIC 9(13).
               10  WS-当月支払         PIC 9(13).
               10  WS-年度保険料       PIC 9(13).
               10  WS-年度支払         PIC 9(13).
               10  WS-前年保険料       PIC 9(13).
               10  WS-前年支払         PIC 9(13).
       01  WS-明細添字                PIC 9(4).
      *    損害率算出の作業域
       01  WS-算出保険料              PIC 9(13).
       01  WS-算出支払                PIC 9(13).
       01  WS-算出損害率              PIC 9(5)V9(1).
       01  WS-読込世代数              PIC 9(3)  VALUE ZERO.
       01  WS-入力件数                PIC 9(9)  VALUE ZERO.
       01  WS-代理店不明件数          PIC 9(9)  VALUE ZERO.
       01  WS-閾値超過件数            PIC 9(9)  VALUE ZERO.
       01  WS-あふれ件数              PIC 9(9)  VALUE ZERO.
      *    レポート編集行
       01  WS-見出し行1.
           05  FILLER                 PIC X(40)  VALUE
               '＊＊ 損害率レポート ＊＊'.
           05  FILLER                 PIC X(8)   VALUE
               ' 対象:'.
           05  WS-見出し対象年月      PIC 9(6).
           05  FILLER                 PIC X(18)  VALUE
               '  損害率閾値:'.
           05  WS-見出し閾値          PIC ZZ9.9.
           05  FILLER                 PIC X(1)   VALUE '%'.
       01  WS-見出し行2.
           05  FILLER                 PIC X(16)  VALUE SPACES.
           05  FILLER                 PIC X(44)  VALUE
               '＜当月＞'.
           05  FILLER                 PIC X(44)  VALUE
               '＜年度累計＞'.
           05  FILLER                 PIC X(44)  VALUE
               '＜前年同期＞'.
       01  WS-見出し行3.
           05  FILLER                 PIC X(16)  VALUE
               '種目 代理店'.
           05  FILLER                 PIC X(44)  VALUE
               '     保険料    支払保険金 損害率%'.
           05  FILLER                 PIC X(44)  VALUE
               '     保険料    支払保険金 損害率%'.
           05  FILLER                 PIC X(44)  VALUE
               '     保険料    支払保険金 損害率%'.
           05  FILLER                 PIC X(6)   VALUE
               ' 印'.
       01  WS-明細行.
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-行種目区分          PIC X(2).
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-行代理店コード      PIC X(5).
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-行当月保険料        PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-行当月支払          PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-行当月率            PIC ZZ,ZZ9.9.
           05  WS-行当月率X REDEFINES WS-行当月率
                                      PIC X(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  WS-行年度保険料        PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-行年度支払          PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-行年度率            PIC ZZ,ZZ9.9.
           05  WS-行年度率X REDEFINES WS-行年度率
                                      PIC X(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  WS-行前年保険料        PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-行前年支払          PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-行前年率            PIC ZZ,ZZ9.9.
           05  WS-行前年率X REDEFINES WS-行前年率
                                      PIC X(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  WS-行印                PIC X(3).
       01  WS-合計行.
           05  FILLER                 PIC X(24)  VALUE
               ' 閾値超過件数 '.
           05  WS-合計閾値超過        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(24)  VALUE
               '  代理店不明件数 '.
           05  WS-合計代理店不明      PIC ZZZ,ZZ9.
       01  WS-空白行                  PIC X(1)   VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM パラメータ読込
           PERFORM 年度期間算出
           PERFORM 契約ファイルOPEN
           PERFORM 世代ファイル月間集計
           CLOSE 契約マスターファイル
           CLOSE 契約アーカイブファイル
      * 損害率テーブルからあふれた明細がある場合、明細落ちした
      * 損害率で判断させないよう異常終了する(OCCURSの上限を
      * 広げること)
           IF WS-あふれ件数 > ZERO
               DISPLAY "QB71LR 損害率テーブルあふれ "
                       WS-あふれ件数
               STOP RUN
           END-IF
           PERFORM 保険料累計読込
      * 対象年月の保険料月計が無い場合はQB71MCが未実行のため、
      * 保険料ゼロの損害率を出さないよう異常終了する
           IF NOT WS-保険料月計あり
               DISPLAY "QB71LR 対象年月の保険料月計なし "
                       PR-対象年月
               STOP RUN
           END-IF
           PERFORM 支払累計読込
      * 対象年月の支払月計が累計ファイルに既にある場合は二重
      * 計上を作らないよう追記せずに異常終了する
           IF WS-当月登録済
               DISPLAY "QB71LR 対象年月は支払累計登録済 "
                       PR-対象年月
               STOP RUN
           END-IF
           IF WS-あふれ件数 > ZERO
               DISPLAY "QB71LR 損害率テーブルあふれ "
                       WS-あふれ件数
               STOP RUN
           END-IF
           PERFORM レポート出力
           PERFORM 支払累計追記
           DISPLAY "QB71LR 対象 " PR-対象年月
                   " 世代 " WS-読込世代数
                   " 入力 " WS-入力件数
                   " 代理店不明 " WS-代理店不明件数
                   " 閾値超過 " WS-閾値超過件数
           STOP RUN.

       パラメータ読込.
           OPEN INPUT パラメータファイル
           IF WS-パラメータ状態 NOT = "00"
               DISPLAY "QB71LR パラメータOPENエラー "
                       WS-パラメータ状態
               STOP RUN
           END-IF
           READ パラメータファイル
               AT END
                   DISPLAY "QB71LR 対象年月パラメータなし"
                   STOP RUN
           END-READ
           CLOSE パラメータファイル
      * 損害率閾値の指定が無い場合は60.0%とする
           IF PR-損害率閾値 NOT NUMERIC
              OR PR-損害率閾値 = ZERO
               MOVE 60.0 TO WS-損害率閾値
           ELSE
               MOVE PR-損害率閾値 TO WS-損害率閾値
           END-IF.

       年度期間算出.
      * 年度は4月始まり。前年同期は前年度の4月から前年同月まで
           COMPUTE WS-対象年 = PR-対象年月 / 100
           COMPUTE WS-対象月 =
               PR-対象年月 - (WS-対象年 * 100)
           IF WS-対象月 < 4
               COMPUTE WS-年度開始年月 =
                   (WS-対象年 - 1) * 100 + 4
           ELSE
               COMPUTE WS-年度開始年月 = WS-対象年 * 100 + 4
           END-IF
           COMPUTE WS-前年度開始年月 =
               WS-年度開始年月 - 100
           COMPUTE WS-前年同月 = PR-対象年月 - 100.

       契約ファイルOPEN.
           OPEN INPUT 契約マスターファイル
           OPEN INPUT 契約アーカイブファイル
           IF WS-契約状態 NOT = "00"
              OR WS-契約アーカイブ状態 NOT = "00"
               DISPLAY "QB71LR ファイルOPENエラー "
                       WS-契約状態 " "
                       WS-契約アーカイブ状態
               STOP RUN
           END-IF.

       世代ファイル月間集計.
      * 対象月の1日から31日まで日付付き世代ファイルを順に開き、
      * 存在する日の分だけ集計する(支払の無かった日・月の日数
      * より先の日付はファイル未検出のまま読み飛ばす)
           MOVE PR-対象年月 TO WS-対象日付年月
           PERFORM VARYING WS-対象日 FROM 1 BY 1
                   UNTIL WS-対象日 > 31
               MOVE WS-対象日 TO WS-対象日付日
               PERFORM 支払世代集計
           END-PERFORM.

       支払世代集計.
           STRING "QB7470RP.D" WS-対象日付
               DELIMITED BY SIZE INTO WS-世代支払名
           END-STRING
           OPEN INPUT 世代支払ファイル
           IF WS-世代支払状態 NOT = "00"
               CONTINUE
           ELSE
               ADD 1 TO WS-読込世代数
               MOVE 'N' TO WS-ファイル終了スイッチ
               PERFORM UNTIL WS-ファイル終了
                   READ 世代支払ファイル
                       AT END
                           SET WS-ファイル終了 TO TRUE
                       NOT AT END
                           ADD 1 TO WS-入力件数
                           PERFORM 支払明細集計
                   END-READ
               END-PERFORM
               CLOSE 世代支払ファイル
           END-IF.

       支払明細集計.
           PERFORM 代理店引当
           MOVE PM-証券種目区分 TO WS-検索種目区分
           PERFORM 損害率明細検索
           IF WS-明細添字 > ZERO
               ADD 1 TO WS-当月支払件数(WS-明細添字)
               ADD PM-支払金額 TO WS-当月支払(WS-明細添字)
               ADD PM-支払金額 TO WS-年度支払(WS-明細添字)
           END-IF.

       代理店引当.
      * 支払明細には代理店コードが無いため契約マスターから引き
      * 当てる。支払後に解約・全損終了した契約は消滅契約
      * アーカイブ(契約者番号＋消滅年月日)の先頭を使う。どちら
      * にも無い場合は代理店コード空白で集計する
           MOVE SPACES TO WS-検索代理店コード
           MOVE PM-契約者番号 TO CM-契約者番号
           READ 契約マスターファイル
               INVALID KEY
                   PERFORM アーカイブ代理店引当
               NOT INVALID KEY
                   MOVE CM-代理店コード
                       TO WS-検索代理店コード
           END-READ.

       アーカイブ代理店引当.
           MOVE PM-契約者番号 TO AR-契約者番号
           MOVE ZERO TO AR-消滅年月日
           START 契約アーカイブファイル
               KEY IS NOT LESS THAN AR-アーカイブキー
               INVALID KEY
                   MOVE '23' TO WS-契約アーカイブ状態
           END-START
           IF WS-契約アーカイブ状態 = "00"
               READ 契約アーカイブファイル NEXT RECORD
                   AT END
                       MOVE '10' TO WS-契約アーカイブ状態
               END-READ
           END-IF
           IF WS-契約アーカイブ状態 = "00"
              AND AR-契約者番号 = PM-契約者番号
               MOVE AR-代理店コード TO WS-検索代理店コード
           ELSE
               ADD 1 TO WS-代理店不明件数
           END-IF.

       損害率明細検索.
      * 種目×代理店で損害率テーブルを検索し、無ければ登録する。
      * 登録できない(あふれ)場合は添字ゼロで返す
           MOVE 'N' TO WS-ヒットスイッチ
           PERFORM VARYING WS-明細添字 FROM 1 BY 1
                   UNTIL WS-明細添字 > WS-損害率登録件数
                      OR WS-明細ヒット
               IF WS-明細種目区分(WS-明細添字) =
                      WS-検索種目区分
                  AND WS-明細代理店コード(WS-明細添字) =
                      WS-検索代理店コード
                   SET WS-明細ヒット TO TRUE
               END-IF
           END-PERFORM
           IF WS-明細ヒット
               SUBTRACT 1 FROM WS-明細添字
           ELSE
               IF WS-損害率登録件数 < 1000
                   ADD 1 TO WS-損害率登録件数
                   MOVE WS-損害率登録件数 TO WS-明細添字
                   INITIALIZE WS-損害率明細(WS-明細添字)
                   MOVE WS-検索種目区分
                       TO WS-明細種目区分(WS-明細添字)
                   MOVE WS-検索代理店コード
                       TO WS-明細代理店コード(WS-明細添字)
               ELSE
                   ADD 1 TO WS-あふれ件数
                   MOVE ZERO TO WS-明細添字
               END-IF
           END-IF.

       保険料累計読込.
      * 月次累計ファイルの種目×代理店別月計(集計区分'3')から
      * 当月・年度累計・前年同期の合計保険料を取り出す
           OPEN INPUT 月次累計ファイル
           IF WS-累計状態 NOT = "00"
               DISPLAY "QB71LR 月次累計OPENエラー "
                       WS-累計状態
               STOP RUN
           END-IF
           MOVE 'N' TO WS-ファイル終了スイッチ
           PERFORM UNTIL WS-ファイル終了
               READ 月次累計ファイル
                   AT END
                       SET WS-ファイル終了 TO TRUE
                   NOT AT END
                       IF GK-集計区分 = '3'
                           PERFORM 保険料累計判定
                       END-IF
               END-READ
           END-PERFORM
           CLOSE 月次累計ファイル.

       保険料累計判定.
           IF GK-対象年月 = PR-対象年月
               SET WS-保険料月計あり TO TRUE
           END-IF
           IF (GK-対象年月 >= WS-年度開始年月
                  AND GK-対象年月 <= PR-対象年月)
              OR (GK-対象年月 >= WS-前年度開始年月
                  AND GK-対象年月 <= WS-前年同月)
               MOVE GK-証券種目区分 TO WS-検索種目区分
               MOVE GK-代理店コード TO WS-検索代理店コード
               PERFORM 損害率明細検索
               IF WS-明細添字 > ZERO
                   IF GK-対象年月 = PR-対象年月
                       ADD GK-合計保険料合計
                           TO WS-当月保険料(WS-明細添字)
                   END-IF
                   IF GK-対象年月 >= WS-年度開始年月
                       ADD GK-合計保険料合計
                           TO WS-年度保険料(WS-明細添字)
                   ELSE
                       ADD GK-合計保険料合計
                           TO WS-前年保険料(WS-明細添字)
                   END-IF
               END-IF
           END-IF.

       支払累計読込.
      * 支払月次累計ファイルから年度累計(当月を除く)・前年同期の
      * 支払保険金を取り出し、対象年月の登録有無も確認する。
      * ファイルが無い初回ランは当月分のみで続行する
           OPEN INPUT 支払累計ファイル
           IF WS-支払累計状態 NOT = "00"
               DISPLAY "QB71LR 支払累計未検出 "
                       WS-支払累計状態
           ELSE
               MOVE 'N' TO WS-ファイル終了スイッチ
               PERFORM UNTIL WS-ファイル終了
                   READ 支払累計ファイル
                       AT END
                           SET WS-ファイル終了 TO TRUE
                       NOT AT END
                           PERFORM 支払累計判定
                   END-READ
               END-PERFORM
               CLOSE 支払累計ファイル
           END-IF.

       支払累計判定.
           IF SK-対象年月 = PR-対象年月
               SET WS-当月登録済 TO TRUE
           END-IF
           IF (SK-対象年月 >= WS-年度開始年月
                  AND SK-対象年月 < PR-対象年月)
              OR (SK-対象年月 >= WS-前年度開始年月
                  AND SK-対象年月 <= WS-前年同月)
               MOVE SK-証券種目区分 TO WS-検索種目区分
               MOVE SK-代理店コード TO WS-検索代理店コード
               PERFORM 損害率明細検索
               IF WS-明細添字 > ZERO
                   IF SK-対象年月 >= WS-年度開始年月
                       ADD SK-支払金額合計
                           TO WS-年度支払(WS-明細添字)
                   ELSE
                       ADD SK-支払金額合計
                           TO WS-前年支払(WS-明細添字)
                   END-IF
               END-IF
           END-IF.

       レポート出力.
           OPEN OUTPUT 損害率レポートファイル
           IF WS-レポート状態 NOT = "00"
               DISPLAY "QB71LR レポートOPENエラー "
                       WS-レポート状態
               STOP RUN
           END-IF
           MOVE PR-対象年月 TO WS-見出し対象年月
           MOVE WS-損害率閾値 TO WS-見出し閾値
           WRITE LR-レポート行 FROM WS-見出し行1
           WRITE LR-レポート行 FROM WS-空白行
           WRITE LR-レポート行 FROM WS-見出し行2
           WRITE LR-レポート行 FROM WS-見出し行3
           PERFORM VARYING WS-明細添字 FROM 1 BY 1
                   UNTIL WS-明細添字 > WS-損害率登録件数
               PERFORM 明細行出力
           END-PERFORM
           WRITE LR-レポート行 FROM WS-空白行
           MOVE WS-閾値超過件数 TO WS-合計閾値超過
           MOVE WS-代理店不明件数 TO WS-合計代理店不明
           WRITE LR-レポート行 FROM WS-合計行
           CLOSE 損害率レポートファイル.

       明細行出力.
           MOVE WS-明細種目区分(WS-明細添字)
               TO WS-行種目区分
           MOVE WS-明細代理店コード(WS-明細添字)
               TO WS-行代理店コード
           MOVE WS-当月保険料(WS-明細添字)
               TO WS-行当月保険料
           MOVE WS-当月支払(WS-明細添字)
               TO WS-行当月支払
           MOVE WS-年度保険料(WS-明細添字)
               TO WS-行年度保険料
           MOVE WS-年度支払(WS-明細添字)
               TO WS-行年度支払
           MOVE WS-前年保険料(WS-明細添字)
               TO WS-行前年保険料
           MOVE WS-前年支払(WS-明細添字)
               TO WS-行前年支払
           MOVE WS-当月保険料(WS-明細添字)
               TO WS-算出保険料
           MOVE WS-当月支払(WS-明細添字)
               TO WS-算出支払
           PERFORM 損害率算出
           IF WS-算出不可
               MOVE '     ---' TO WS-行当月率X
           ELSE
               MOVE WS-算出損害率 TO WS-行当月率
           END-IF
           MOVE WS-前年保険料(WS-明細添字)
               TO WS-算出保険料
           MOVE WS-前年支払(WS-明細添字)
               TO WS-算出支払
           PERFORM 損害率算出
           IF WS-算出不可
               MOVE '     ---' TO WS-行前年率X
           ELSE
               MOVE WS-算出損害率 TO WS-行前年率
           END-IF
      * 閾値判定は年度累計の損害率で行う(保険料ゼロで支払の
      * ある代理店も超過扱い)
           MOVE WS-年度保険料(WS-明細添字)
               TO WS-算出保険料
           MOVE WS-年度支払(WS-明細添字)
               TO WS-算出支払
           PERFORM 損害率算出
           MOVE SPACES TO WS-行印
           IF WS-算出不可
               MOVE '     ---' TO WS-行年度率X
               IF WS-算出支払 > ZERO
                   MOVE '＊' TO WS-行印
                   ADD 1 TO WS-閾値超過件数
               END-IF
           ELSE
               MOVE WS-算出損害率 TO WS-行年度率
               IF WS-算出損害率 > WS-損害率閾値
                   MOVE '＊' TO WS-行印
                   ADD 1 TO WS-閾値超過件数
               END-IF
           END-IF
           WRITE LR-レポート行 FROM WS-明細行.

       損害率算出.
      * 損害率(%) ＝ 支払保険金 × 100 ÷ 保険料(小数第1位四捨五入)。
      * 保険料ゼロは算出不可、桁あふれは上限値とする
           MOVE 'N' TO WS-算出不可スイッチ
           MOVE ZERO TO WS-算出損害率
           IF WS-算出保険料 = ZERO
               SET WS-算出不可 TO TRUE
           ELSE
               COMPUTE WS-算出損害率 ROUNDED =
                   WS-算出支払 * 100 / WS-算出保険料
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-算出損害率
               END-COMPUTE
           END-IF.

       支払累計追記.
      * 当月の支払月計を支払月次累計ファイルへ追記する。ファイル
      * が未作成の場合は新規に作成する。支払の無い明細は書かない
           OPEN EXTEND 支払累計ファイル
           IF WS-支払累計状態 = "35"
               OPEN OUTPUT 支払累計ファイル
           END-IF
           IF WS-支払累計状態 NOT = "00"
               DISPLAY "QB71LR 支払累計OPENエラー "
                       WS-支払累計状態
               STOP RUN
           END-IF
           PERFORM VARYING WS-明細添字 FROM 1 BY 1
                   UNTIL WS-明細添字 > WS-損害率登録件数
               IF WS-当月支払件数(WS-明細添字) > ZERO
                   PERFORM 支払累計出力
               END-IF
           END-PERFORM
           CLOSE 支払累計ファイル.

       支払累計出力.
           MOVE SPACES TO SK-支払月次累計レコード
           MOVE PR-対象年月        TO SK-対象年月
           MOVE WS-明細種目区分(WS-明細添字)
                                 TO SK-証券種目区分
           MOVE WS-明細代理店コード(WS-明細添字)
                                 TO SK-代理店コード
           MOVE WS-当月支払件数(WS-明細添字)
                                 TO SK-支払件数
           MOVE WS-当月支払(WS-明細添字)
                                 TO SK-支払金額合計
           WRITE SK-支払月次累計レコード.
