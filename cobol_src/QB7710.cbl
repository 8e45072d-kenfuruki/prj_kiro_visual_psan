       IDENTIFICATION DIVISION.
       PROGRAM-ID. QB7710.
      *---------------------------------------------------------
      * 自火超：未経過保険料(UPR)計算・経理仕訳連携バッチ
      * パラメータファイル(QB7710PR.DAT)の基準日(月末日・決算日)
      * 時点で契約マスター(KEIYAKUM.DAT)に在籍する契約それぞれに
      * ついて、保険始期日・保険終期日と合計保険料から未経過保険
      * 料を日割で計算し、
      *   ・証券種目区分別の未経過保険料残高レポート
      *   ・前月残高との差額を積み増し／取り崩しとして計上する
      *     仕訳(VB71C540、QB7700と同じヘッダ／明細／トレーラ
      *     形式)
      * を出力する。QB7700は保険料収入を全額当期に計上するため、
      * 複数年契約の未経過分を経理部が表計算で手計算して調整
      * 仕訳を入れていた作業を置き換える。
      * 合計保険料は保険料日報(QB7100RP.DAT)を優先し、日報に無い
      * 契約(満期接近でQB71RNが計算した契約)は継続保険料明細
      * (QB71RNRP.DAT)の割引後合計保険料を用いる(いずれも
      * 契約者番号の昇順を前提に突合する)。どちらにも無い契約は
      * 保険料なしとして件数のみ数える。
      *     未経過保険料 ＝ 合計保険料 × 未経過日数 ÷ 保険期間日数
      *     未経過日数   ＝ 保険終期日 − 基準日(基準日が保険始期日
      *                    より前の契約は保険期間日数、保険終期日
      *                    以降の契約はゼロ)
      * 契約別の未経過保険料は基準年月をキーに未経過保険料残高
      * ファイル(QB7710ZN.DAT、VB71C541)へ追記し、翌月のランが
      * 前月残高として読み戻す。前月残高のうち当月に消滅した契約
      * (消滅契約アーカイブKEIYAKUA.DATの消滅年月日が基準年月の
      * もの)の分は、QB7460の解約確定(返戻金の仕訳)と二重に
      * ならないよう取り崩し対象から除外する。基準年月の残高が
      * 残高ファイルに登録済みの場合は二重計上を作らないよう
      * 異常終了する(再実行時は当月分を取り除いてから流すこと)。
      *     積み増し 借方 54110(未経過保険料繰入額)
      *              貸方 21110(未経過保険料)
      *     取り崩し 借方 21110(未経過保険料)
      *              貸方 54120(未経過保険料戻入額)
      * 改版履歴
      *   2026/10/15  新規作成
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT パラメータファイル
               ASSIGN TO "QB7710PR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-パラメータ状態.
           SELECT 契約マスターファイル
               ASSIGN TO "KEIYAKUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-契約者番号
               FILE STATUS IS WS-契約マスター状態.
           SELECT 保険料日報ファイル
               ASSIGN TO "QB7100RP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-日報状態.
           SELECT 継続保険料ファイル
               ASSIGN TO "QB71RNRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-継続状態.
           SELECT 契約アーカイブファイル
               ASSIGN TO "KEIYAKUA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-アーカイブキー
               FILE STATUS IS WS-契約アーカイブ状態.
           SELECT 未経過残高ファイル
               ASSIGN TO "QB7710ZN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-残高状態.
           SELECT 残高レポートファイル
               ASSIGN TO "QB7710RP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-レポート状態.
           SELECT 仕訳インターフェースファイル
               ASSIGN TO "QB7710IF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-仕訳状態.
       DATA DIVISION.
       FILE SECTION.
       FD  パラメータファイル.
       01  PR-パラメータレコード.
           05  PR-基準日               PIC 9(8).
       FD  契約マスターファイル.
           COPY VB71C100.
       FD  保険料日報ファイル.
           COPY VB71C500.
       FD  継続保険料ファイル.
           COPY VB71C902.
       FD  契約アーカイブファイル.
           COPY VB71C162.
       FD  未経過残高ファイル.
           COPY VB71C541.
       FD  残高レポートファイル.
       01  UR-レポート行              PIC X(130).
       FD  仕訳インターフェースファイル.
           COPY VB71C540.
       WORKING-STORAGE SECTION.
       01  WS-パラメータ状態          PIC X(2).
       01  WS-契約マスター状態        PIC X(2).
       01  WS-日報状態                PIC X(2).
       01  WS-継続状態                PIC X(2).
       01  WS-契約アーカイブ状態      PIC X(2).
       01  WS-残高状態                PIC X(2).
       01  WS-レポート状態            PIC X(2).
       01  WS-仕訳状態                PIC X(2).
       01  WS-ファイル終了スイッチ    PIC X(1)  VALUE 'N'.
           88  WS-ファイル終了        VALUE 'Y'.
       01  WS-日報終了スイッチ        PIC X(1)  VALUE 'N'.
           88  WS-日報終了            VALUE 'Y'.
       01  WS-継続終了スイッチ        PIC X(1)  VALUE 'N'.
           88  WS-継続終了            VALUE 'Y'.
       01  WS-当月登録済スイッチ      PIC X(1)  VALUE 'N'.
           88  WS-当月登録済          VALUE 'Y'.
       01  WS-保険料ありスイッチ      PIC X(1).
           88  WS-保険料あり          VALUE 'Y'.
       01  WS-ヒットスイッチ          PIC X(1).
           88  WS-明細ヒット          VALUE 'Y'.
       01  WS-基準年月                PIC 9(6).
       01  WS-基準年                  PIC 9(4).
       01  WS-基準月                  PIC 9(2).
       01  WS-前月年月                PIC 9(6).
       01  WS-消滅年月                PIC 9(6).
       01  WS-基準日数                PIC 9(8).
       01  WS-始期日数                PIC 9(8).
       01  WS-終期日数                PIC 9(8).
       01  WS-保険期間日数            PIC 9(5).
       01  WS-未経過日数              PIC 9(5).
       01  WS-合計保険料              PIC 9(8).
       01  WS-保険料区分              PIC X(1).
       01  WS-未経過保険料            PIC 9(8).
      *    証券種目区分別の残高集計枠(QB7700の科目テーブルと同じ
      *    並び)
       01  WS-種目コードデータ.
           05  FILLER  PIC X(2)  VALUE '01'.
           05  FILLER  PIC X(2)  VALUE '02'.
           05  FILLER  PIC X(2)  VALUE '03'.
           05  FILLER  PIC X(2)  VALUE '11'.
           05  FILLER  PIC X(2)  VALUE '21'.
       01  WS-種目コードテーブル REDEFINES
                               WS-種目コードデータ.
           05  WS-種目コード OCCURS 5 TIMES
                                      PIC X(2).
       01  WS-種目残高テーブル.
           05  WS-種目残高明細 OCCURS 5 TIMES.
               10  WS-残高件数         PIC 9(7).
               10  WS-残高合計保険料   PIC 9(13).
               10  WS-当月残高         PIC 9(13).
               10  WS-前月残高         PIC 9(13).
               10  WS-解約除外額       PIC 9(13).
               10  WS-増減額           PIC S9(13).
       01  WS-種目添字                PIC 9(2).
       01  WS-仕訳金額                PIC 9(13).
      *    当月消滅契約テーブル(前月残高から除外する契約)。あふれ
      *    た場合は除外漏れのまま取り崩しを計上しないよう異常終了
      *    する(OCCURSの上限を広げること)
       01  WS-当月消滅テーブル.
           05  WS-消滅登録件数        PIC 9(4)  VALUE ZERO.
           05  WS-消滅契約者番号 OCCURS 5000 TIMES
                                      PIC 9(10).
       01  WS-消滅添字                PIC 9(4).
       01  WS-積増科目コード          PIC X(5)  VALUE '54110'.
       01  WS-戻入科目コード          PIC X(5)  VALUE '54120'.
       01  WS-負債科目コード          PIC X(5)  VALUE '21110'.
       01  WS-現在日時                PIC X(21).
       01  WS-作成年月日              PIC 9(8).
       01  WS-仕訳明細件数            PIC 9(7)  VALUE ZERO.
       01  WS-仕訳金額合計            PIC 9(13) VALUE ZERO.
       01  WS-入力件数                PIC 9(9)  VALUE ZERO.
       01  WS-計上件数                PIC 9(9)  VALUE ZERO.
       01  WS-保険料なし件数          PIC 9(9)  VALUE ZERO.
       01  WS-種目外件数              PIC 9(9)  VALUE ZERO.
       01  WS-あふれ件数              PIC 9(9)  VALUE ZERO.
      *    レポート編集行
       01  WS-見出し行1.
           05  FILLER                 PIC X(50)  VALUE
               '＊＊ 未経過保険料残高レポート ＊＊'.
           05  FILLER                 PIC X(11)  VALUE
               ' 基準日:'.
           05  WS-見出し基準日        PIC 9(8).
       01  WS-見出し行2.
           05  FILLER                 PIC X(24)  VALUE
               '種目    件数'.
           05  FILLER                 PIC X(41)  VALUE
               '    合計保険料計    未経過残高'.
           05  FILLER                 PIC X(38)  VALUE
               '    前月残高    当月解約除外'.
           05  FILLER                 PIC X(21)  VALUE
               '    積増(取崩)額'.
       01  WS-種目行.
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-行種目区分          PIC X(2).
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-行件数              PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  WS-行合計保険料        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-行当月残高          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-行前月残高          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-行解約除外          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-行増減額            PIC -,---,---,---,--9.
       01  WS-空白行                  PIC X(1)   VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM パラメータ読込
           INITIALIZE WS-種目残高テーブル
           PERFORM 当月消滅契約抽出
      * 当月消滅テーブルからあふれた契約がある場合、前月残高の
      * 除外漏れのまま仕訳を作らないよう異常終了する
           IF WS-あふれ件数 > ZERO
               DISPLAY "QB7710 当月消滅テーブルあふれ "
                       WS-あふれ件数
               STOP RUN
           END-IF
           PERFORM 前月残高読込
      * 基準年月の残高が残高ファイルに既にある場合は二重計上を
      * 作らないよう追記せずに異常終了する
           IF WS-当月登録済
               DISPLAY "QB7710 基準年月は残高登録済 "
                       WS-基準年月
               STOP RUN
           END-IF
           OPEN INPUT  契約マスターファイル
           OPEN INPUT  保険料日報ファイル
           OPEN INPUT  継続保険料ファイル
           OPEN EXTEND 未経過残高ファイル
           IF WS-残高状態 = "35"
               OPEN OUTPUT 未経過残高ファイル
           END-IF
           OPEN OUTPUT 残高レポートファイル
           OPEN OUTPUT 仕訳インターフェースファイル
           IF WS-契約マスター状態 NOT = "00"
              OR WS-日報状態 NOT = "00"
              OR WS-継続状態 NOT = "00"
              OR WS-残高状態 NOT = "00"
              OR WS-レポート状態 NOT = "00"
              OR WS-仕訳状態 NOT = "00"
               DISPLAY "QB7710 ファイルOPENエラー "
                       WS-契約マスター状態 " "
                       WS-日報状態 " " WS-継続状態 " "
                       WS-残高状態 " " WS-レポート状態 " "
                       WS-仕訳状態
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-現在日時
           MOVE WS-現在日時(1:8) TO WS-作成年月日
           COMPUTE WS-基準日数 =
               FUNCTION INTEGER-OF-DATE(PR-基準日)
           PERFORM 日報読込
           PERFORM 継続読込
           PERFORM UNTIL WS-ファイル終了
               READ 契約マスターファイル NEXT RECORD
                   AT END
                       SET WS-ファイル終了 TO TRUE
                   NOT AT END
                       ADD 1 TO WS-入力件数
                       PERFORM 契約単位処理
               END-READ
           END-PERFORM
           PERFORM 増減額算出
           PERFORM レポート出力
           PERFORM 仕訳出力
           CLOSE 契約マスターファイル
           CLOSE 保険料日報ファイル
           CLOSE 継続保険料ファイル
           CLOSE 未経過残高ファイル
           CLOSE 残高レポートファイル
           CLOSE 仕訳インターフェースファイル
           DISPLAY "QB7710 基準日 " PR-基準日
                   " 入力 " WS-入力件数
                   " 計上 " WS-計上件数
                   " 保険料なし " WS-保険料なし件数
                   " 種目外 " WS-種目外件数
           STOP RUN.

       パラメータ読込.
           OPEN INPUT パラメータファイル
           IF WS-パラメータ状態 NOT = "00"
               DISPLAY "QB7710 パラメータOPENエラー "
                       WS-パラメータ状態
               STOP RUN
           END-IF
           READ パラメータファイル
               AT END
                   DISPLAY "QB7710 基準日パラメータなし"
                   STOP RUN
           END-READ
           CLOSE パラメータファイル
           COMPUTE WS-基準年月 = PR-基準日 / 100
           COMPUTE WS-基準年 = WS-基準年月 / 100
           COMPUTE WS-基準月 =
               WS-基準年月 - (WS-基準年 * 100)
           IF WS-基準月 = 1
               COMPUTE WS-前月年月 =
                   (WS-基準年 - 1) * 100 + 12
           ELSE
               COMPUTE WS-前月年月 = WS-基準年月 - 1
           END-IF.

       当月消滅契約抽出.
      * 消滅契約アーカイブから消滅年月日が基準年月の契約を集める
      * (QB7460の解約確定のほか、失効等で消滅した契約を含む)。
      * アーカイブが未作成の場合は消滅なしとして続行する
           OPEN INPUT 契約アーカイブファイル
           IF WS-契約アーカイブ状態 NOT = "00"
               DISPLAY "QB7710 消滅契約アーカイブ未検出 "
                       WS-契約アーカイブ状態
           ELSE
               MOVE 'N' TO WS-ファイル終了スイッチ
               PERFORM UNTIL WS-ファイル終了
                   READ 契約アーカイブファイル NEXT RECORD
                       AT END
                           SET WS-ファイル終了 TO TRUE
                       NOT AT END
                           PERFORM 消滅契約判定
                   END-READ
               END-PERFORM
               CLOSE 契約アーカイブファイル
               MOVE 'N' TO WS-ファイル終了スイッチ
           END-IF.

       消滅契約判定.
           COMPUTE WS-消滅年月 = AR-消滅年月日 / 100
           IF WS-消滅年月 = WS-基準年月
               IF WS-消滅登録件数 < 5000
                   ADD 1 TO WS-消滅登録件数
                   MOVE AR-契約者番号
                       TO WS-消滅契約者番号
                                      (WS-消滅登録件数)
               ELSE
                   ADD 1 TO WS-あふれ件数
               END-IF
           END-IF.

       前月残高読込.
      * 未経過保険料残高ファイルから前月分を種目別に集計し、
      * 基準年月の登録有無も確認する。当月消滅契約の前月残高は
      * 解約除外額へ振り分ける。ファイルが無い初回ランは前月
      * 残高ゼロで続行する
           OPEN INPUT 未経過残高ファイル
           IF WS-残高状態 NOT = "00"
               DISPLAY "QB7710 未経過残高未検出 "
                       WS-残高状態
           ELSE
               MOVE 'N' TO WS-ファイル終了スイッチ
               PERFORM UNTIL WS-ファイル終了
                   READ 未経過残高ファイル
                       AT END
                           SET WS-ファイル終了 TO TRUE
                       NOT AT END
                           PERFORM 残高明細判定
                   END-READ
               END-PERFORM
               CLOSE 未経過残高ファイル
               MOVE 'N' TO WS-ファイル終了スイッチ
           END-IF.

       残高明細判定.
           IF UP-基準年月 = WS-基準年月
               SET WS-当月登録済 TO TRUE
           END-IF
           IF UP-基準年月 = WS-前月年月
               PERFORM 消滅契約検索
               PERFORM VARYING WS-種目添字 FROM 1 BY 1
                       UNTIL WS-種目添字 > 5
                   IF WS-種目コード(WS-種目添字) =
                          UP-証券種目区分
                       IF WS-明細ヒット
                           ADD UP-未経過保険料
                               TO WS-解約除外額(WS-種目添字)
                       ELSE
                           ADD UP-未経過保険料
                               TO WS-前月残高(WS-種目添字)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       消滅契約検索.
           MOVE 'N' TO WS-ヒットスイッチ
           PERFORM VARYING WS-消滅添字 FROM 1 BY 1
                   UNTIL WS-消滅添字 > WS-消滅登録件数
                      OR WS-明細ヒット
               IF WS-消滅契約者番号(WS-消滅添字) =
                      UP-契約者番号
                   SET WS-明細ヒット TO TRUE
               END-IF
           END-PERFORM.

       日報読込.
           READ 保険料日報ファイル
               AT END
                   SET WS-日報終了 TO TRUE
           END-READ.

       継続読込.
           READ 継続保険料ファイル
               AT END
                   SET WS-継続終了 TO TRUE
           END-READ.

       契約単位処理.
      * 保険料日報・継続保険料明細はいずれも契約者番号の昇順で
      * あることを前提に、それぞれ対象契約まで読み進めて合計
      * 保険料を取得する(日報を優先する)
           MOVE 'N' TO WS-保険料ありスイッチ
           PERFORM UNTIL WS-日報終了
                   OR RP-契約者番号 >= CM-契約者番号
               PERFORM 日報読込
           END-PERFORM
           PERFORM UNTIL WS-継続終了
                   OR RN-契約者番号 >= CM-契約者番号
               PERFORM 継続読込
           END-PERFORM
           IF NOT WS-日報終了
              AND RP-契約者番号 = CM-契約者番号
               SET WS-保険料あり TO TRUE
               MOVE RP-合計保険料 TO WS-合計保険料
               MOVE '1'           TO WS-保険料区分
           ELSE
               IF NOT WS-継続終了
                  AND RN-契約者番号 = CM-契約者番号
                   SET WS-保険料あり TO TRUE
                   MOVE RN-割引後合計保険料
                                 TO WS-合計保険料
                   MOVE '2'      TO WS-保険料区分
               END-IF
           END-IF
           IF NOT WS-保険料あり
               ADD 1 TO WS-保険料なし件数
           ELSE
               PERFORM 未経過保険料計算
               IF WS-未経過保険料 > ZERO
                   PERFORM 残高明細出力
               END-IF
           END-IF.

       未経過保険料計算.
      * 保険期間日数・未経過日数から日割で未経過保険料を求める
      * (円未満切捨て)。保険期間日数がゼロの契約は未経過なし
           COMPUTE WS-始期日数 =
               FUNCTION INTEGER-OF-DATE(CM-保険始期日)
           COMPUTE WS-終期日数 =
               FUNCTION INTEGER-OF-DATE(CM-保険終期日)
           MOVE ZERO TO WS-保険期間日数
                        WS-未経過日数
                        WS-未経過保険料
           IF WS-終期日数 > WS-始期日数
               COMPUTE WS-保険期間日数 =
                   WS-終期日数 - WS-始期日数
               IF WS-基準日数 < WS-始期日数
                   MOVE WS-保険期間日数 TO WS-未経過日数
               ELSE
                   IF WS-基準日数 < WS-終期日数
                       COMPUTE WS-未経過日数 =
                           WS-終期日数 - WS-基準日数
                   END-IF
               END-IF
               COMPUTE WS-未経過保険料 =
                   WS-合計保険料 * WS-未経過日数
                   / WS-保険期間日数
           END-IF.

       残高明細出力.
           MOVE 'N' TO WS-ヒットスイッチ
           PERFORM VARYING WS-種目添字 FROM 1 BY 1
                   UNTIL WS-種目添字 > 5
                      OR WS-明細ヒット
               IF WS-種目コード(WS-種目添字) =
                      CM-証券種目区分
                   SET WS-明細ヒット TO TRUE
                   ADD 1 TO WS-残高件数(WS-種目添字)
                   ADD WS-合計保険料
                       TO WS-残高合計保険料(WS-種目添字)
                   ADD WS-未経過保険料
                       TO WS-当月残高(WS-種目添字)
               END-IF
           END-PERFORM
           IF NOT WS-明細ヒット
               ADD 1 TO WS-種目外件数
           ELSE
               ADD 1 TO WS-計上件数
               MOVE SPACES TO UP-未経過保険料残高レコード
               MOVE WS-基準年月        TO UP-基準年月
               MOVE CM-契約者番号      TO UP-契約者番号
               MOVE CM-証券種目区分    TO UP-証券種目区分
               MOVE WS-保険料区分      TO UP-保険料区分
               MOVE WS-合計保険料      TO UP-合計保険料
               MOVE WS-保険期間日数    TO UP-保険期間日数
               MOVE WS-未経過日数      TO UP-未経過日数
               MOVE WS-未経過保険料    TO UP-未経過保険料
               WRITE UP-未経過保険料残高レコード
           END-IF.

       増減額算出.
      * 増減額 ＝ 当月残高 −(前月残高 − 当月解約除外額)。前月
      * 残高は当月消滅契約分を除いた額として集計済み
           PERFORM VARYING WS-種目添字 FROM 1 BY 1
                   UNTIL WS-種目添字 > 5
               COMPUTE WS-増減額(WS-種目添字) =
                   WS-当月残高(WS-種目添字)
                   - WS-前月残高(WS-種目添字)
           END-PERFORM.

       レポート出力.
           MOVE PR-基準日 TO WS-見出し基準日
           WRITE UR-レポート行 FROM WS-見出し行1
           WRITE UR-レポート行 FROM WS-空白行
           WRITE UR-レポート行 FROM WS-見出し行2
           PERFORM VARYING WS-種目添字 FROM 1 BY 1
                   UNTIL WS-種目添字 > 5
               PERFORM 種目行出力
           END-PERFORM.

       種目行出力.
      * 前月残高欄には当月解約除外前の前月残高を表示する
           MOVE WS-種目コード(WS-種目添字)
               TO WS-行種目区分
           MOVE WS-残高件数(WS-種目添字)
               TO WS-行件数
           MOVE WS-残高合計保険料(WS-種目添字)
               TO WS-行合計保険料
           MOVE WS-当月残高(WS-種目添字)
               TO WS-行当月残高
           COMPUTE WS-行前月残高 =
               WS-前月残高(WS-種目添字)
               + WS-解約除外額(WS-種目添字)
           MOVE WS-解約除外額(WS-種目添字)
               TO WS-行解約除外
           MOVE WS-増減額(WS-種目添字)
               TO WS-行増減額
           WRITE UR-レポート行 FROM WS-種目行.

       仕訳出力.
      * 増減額の立った種目ごとに、増加は積み増し、減少は取り
      * 崩しの対仕訳を出力する(QB7700と同じヘッダ／明細／
      * トレーラ形式、トレーラはコントロールトータル)
           MOVE SPACES TO IF-仕訳ヘッダレコード
           MOVE '1'            TO IF-Hレコード区分
           MOVE WS-作成年月日  TO IF-H作成年月日
           MOVE 'QB71'         TO IF-Hシステムコード
           WRITE IF-仕訳ヘッダレコード
           PERFORM VARYING WS-種目添字 FROM 1 BY 1
                   UNTIL WS-種目添字 > 5
               IF WS-増減額(WS-種目添字) > ZERO
                   MOVE WS-増減額(WS-種目添字)
                       TO WS-仕訳金額
                   PERFORM 積増仕訳出力
               END-IF
               IF WS-増減額(WS-種目添字) < ZERO
                   COMPUTE WS-仕訳金額 =
                       ZERO - WS-増減額(WS-種目添字)
                   PERFORM 取崩仕訳出力
               END-IF
           END-PERFORM
           MOVE SPACES TO IF-仕訳トレーラレコード
           MOVE '9'              TO IF-Tレコード区分
           MOVE WS-仕訳明細件数  TO IF-T明細件数
           MOVE WS-仕訳金額合計  TO IF-T仕訳金額合計
           WRITE IF-仕訳トレーラレコード.

       積増仕訳出力.
           MOVE SPACES TO IF-仕訳明細レコード
           MOVE '2'                TO IF-Mレコード区分
           MOVE PR-基準日          TO IF-M計上年月日
           MOVE WS-積増科目コード  TO IF-M勘定科目コード
           MOVE 'D'                TO IF-M貸借区分
           MOVE WS-種目コード(WS-種目添字)
                                 TO IF-M証券種目区分
           MOVE WS-仕訳金額        TO IF-M仕訳金額
           MOVE "未経過繰入"       TO IF-M摘要
           PERFORM 仕訳明細共通出力
           MOVE SPACES TO IF-仕訳明細レコード
           MOVE '2'                TO IF-Mレコード区分
           MOVE PR-基準日          TO IF-M計上年月日
           MOVE WS-負債科目コード  TO IF-M勘定科目コード
           MOVE 'C'                TO IF-M貸借区分
           MOVE WS-種目コード(WS-種目添字)
                                 TO IF-M証券種目区分
           MOVE WS-仕訳金額        TO IF-M仕訳金額
           MOVE "未経過保険料"     TO IF-M摘要
           PERFORM 仕訳明細共通出力.

       取崩仕訳出力.
           MOVE SPACES TO IF-仕訳明細レコード
           MOVE '2'                TO IF-Mレコード区分
           MOVE PR-基準日          TO IF-M計上年月日
           MOVE WS-負債科目コード  TO IF-M勘定科目コード
           MOVE 'D'                TO IF-M貸借区分
           MOVE WS-種目コード(WS-種目添字)
                                 TO IF-M証券種目区分
           MOVE WS-仕訳金額        TO IF-M仕訳金額
           MOVE "未経過保険料"     TO IF-M摘要
           PERFORM 仕訳明細共通出力
           MOVE SPACES TO IF-仕訳明細レコード
           MOVE '2'                TO IF-Mレコード区分
           MOVE PR-基準日          TO IF-M計上年月日
           MOVE WS-戻入科目コード  TO IF-M勘定科目コード
           MOVE 'C'                TO IF-M貸借区分
           MOVE WS-種目コード(WS-種目添字)
                                 TO IF-M証券種目区分
           MOVE WS-仕訳金額        TO IF-M仕訳金額
           MOVE "未経過戻入"       TO IF-M摘要
           PERFORM 仕訳明細共通出力.

       仕訳明細共通出力.
           ADD 1 TO WS-仕訳明細件数
           ADD IF-M仕訳金額 TO WS-仕訳金額合計
           WRITE IF-仕訳明細レコード.
