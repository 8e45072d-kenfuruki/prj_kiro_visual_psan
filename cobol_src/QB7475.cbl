       IDENTIFICATION DIVISION.
       PROGRAM-ID. QB7475.
      *---------------------------------------------------------
      * 自火超：月末支払備金残高・異動明細レポート
      * パラメータファイル(QB7475PR.DAT)の対象年月について、
      * 事故受付ファイル(JIKOUKEM.DAT、VB71C523)の備金残高と
      * 支払備金異動ファイル(JIKOIDOU.DAT、VB71C524)から
      *   ・証券種目区分別の月初残高／当月異動(受付計上・見込
      *     増額・見込減額・支払取崩・終結取崩)／月末残高
      *   ・当月の異動明細(異動年月日の記録順)
      * を出力する。
      * 月末残高は、現在の事故受付ファイルの備金残高から対象年月
      * より後の異動(増加は減算、減少は加算)を戻して求めるため、
      * 翌月以降に後追いで流しても対象年月末の残高が得られる。
      *     月初残高 ＝ 月末残高 −(受付計上＋見込増額
      *                            −見込減額−支払取崩−終結取崩)
      * 改版履歴
      *   2026/10/15  新規作成
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT パラメータファイル
               ASSIGN TO "QB7475PR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-パラメータ状態.
           SELECT 事故受付ファイル
               ASSIGN TO "JIKOUKEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JK-事故キー
               FILE STATUS IS WS-事故受付状態.
           SELECT 備金異動ファイル
               ASSIGN TO "JIKOIDOU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-備金異動状態.
           SELECT 備金レポートファイル
               ASSIGN TO "QB7475RP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-レポート状態.
       DATA DIVISION.
       FILE SECTION.
       FD  パラメータファイル.
       01  PR-パラメータレコード.
           05  PR-対象年月             PIC 9(6).
       FD  事故受付ファイル.
           COPY VB71C523.
       FD  備金異動ファイル.
           COPY VB71C524.
       FD  備金レポートファイル.
       01  BR-レポート行              PIC X(140).
       WORKING-STORAGE SECTION.
       01  WS-パラメータ状態          PIC X(2).
       01  WS-事故受付状態            PIC X(2).
       01  WS-備金異動状態            PIC X(2).
       01  WS-レポート状態            PIC X(2).
       01  WS-ファイル終了スイッチ    PIC X(1)  VALUE 'N'.
           88  WS-ファイル終了        VALUE 'Y'.
       01  WS-ヒットスイッチ          PIC X(1).
           88  WS-種目ヒット          VALUE 'Y'.
       01  WS-異動年月                PIC 9(6).
       01  WS-検索種目区分            PIC X(2).
       01  WS-異動添字                PIC 9(1).
      *    証券種目区分別の集計枠(QB7700の科目テーブルと同じ並び)
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
       01  WS-種目添字                PIC 9(2).
      *    異動区分名('1'〜'5'の順)
       01  WS-異動区分名データ.
           05  FILLER  PIC X(12) VALUE '受付計上'.
           05  FILLER  PIC X(12) VALUE '見込増額'.
           05  FILLER  PIC X(12) VALUE '見込減額'.
           05  FILLER  PIC X(12) VALUE '支払取崩'.
           05  FILLER  PIC X(12) VALUE '終結取崩'.
       01  WS-異動区分名テーブル REDEFINES
                               WS-異動区分名データ.
           05  WS-異動区分名 OCCURS 5 TIMES
                                      PIC X(12).
       01  WS-種目備金テーブル.
           05  WS-種目備金明細 OCCURS 5 TIMES.
               10  WS-現在残高         PIC 9(13).
               10  WS-後続増減額       PIC S9(13).
               10  WS-当月異動額 OCCURS 5 TIMES
                                      PIC 9(13).
               10  WS-当月増減額       PIC S9(13).
               10  WS-月末残高         PIC S9(13).
               10  WS-月初残高         PIC S9(13).
       01  WS-事故受付件数            PIC 9(9)  VALUE ZERO.
       01  WS-異動件数                PIC 9(9)  VALUE ZERO.
       01  WS-当月異動件数            PIC 9(9)  VALUE ZERO.
       01  WS-種目外件数              PIC 9(9)  VALUE ZERO.
      *    レポート編集行
       01  WS-見出し行1.
           05  FILLER                 PIC X(53)  VALUE
               '＊＊ 支払備金残高・異動レポート ＊＊'.
           05  FILLER                 PIC X(14)  VALUE
               ' 対象年月:'.
           05  WS-見出し対象年月      PIC 9(6).
       01  WS-見出し行2.
           05  FILLER                 PIC X(24)  VALUE
               '種目      月初残高'.
           05  FILLER                 PIC X(36)  VALUE
               '      受付計上      見込増額'.
           05  FILLER                 PIC X(36)  VALUE
               '      見込減額      支払取崩'.
           05  FILLER                 PIC X(36)  VALUE
               '      終結取崩      月末残高'.
       01  WS-種目行.
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-行種目区分          PIC X(2).
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-行月初残高          PIC -,---,---,--9.
           05  WS-行異動額 OCCURS 5 TIMES.
               10  FILLER             PIC X(1)   VALUE SPACE.
               10  WS-行異動金額      PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-行月末残高          PIC -,---,---,--9.
       01  WS-明細見出し行.
           05  FILLER                 PIC X(32)  VALUE
               '異動日    契約者番号'.
           05  FILLER                 PIC X(40)  VALUE
               '  事故日   担保 種目 異動区分'.
           05  FILLER                 PIC X(41)  VALUE
               '      異動金額  異動後備金残高'.
       01  WS-明細行.
           05  WS-明細異動年月日      PIC 9(8).
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-明細契約者番号      PIC 9(10).
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-明細事故日          PIC 9(8).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  WS-明細担保            PIC X(2).
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  WS-明細種目            PIC X(2).
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  WS-明細異動区分名      PIC X(12).
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-明細異動金額        PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  WS-明細備金残高        PIC Z,ZZZ,ZZZ,ZZ9.
       01  WS-空白行                  PIC X(1)   VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM パラメータ読込
           INITIALIZE WS-種目備金テーブル
           OPEN INPUT  事故受付ファイル
           OPEN INPUT  備金異動ファイル
           OPEN OUTPUT 備金レポートファイル
           IF WS-事故受付状態 NOT = "00"
              OR WS-備金異動状態 NOT = "00"
              OR WS-レポート状態 NOT = "00"
               DISPLAY "QB7475 ファイルOPENエラー "
                       WS-事故受付状態 " "
                       WS-備金異動状態 " "
                       WS-レポート状態
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ファイル終了
               READ 事故受付ファイル NEXT RECORD
                   AT END
                       SET WS-ファイル終了 TO TRUE
                   NOT AT END
                       ADD 1 TO WS-事故受付件数
                       PERFORM 現在残高集計
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-ファイル終了スイッチ
           PERFORM UNTIL WS-ファイル終了
               READ 備金異動ファイル
                   AT END
                       SET WS-ファイル終了 TO TRUE
                   NOT AT END
                       ADD 1 TO WS-異動件数
                       PERFORM 異動集計
               END-READ
           END-PERFORM
           PERFORM 月末月初残高算出
           PERFORM 種目別集計出力
      * 異動明細は支払備金異動ファイルを先頭から読み直して出力する
           CLOSE 備金異動ファイル
           OPEN INPUT 備金異動ファイル
           WRITE BR-レポート行 FROM WS-空白行
           WRITE BR-レポート行 FROM WS-明細見出し行
           MOVE 'N' TO WS-ファイル終了スイッチ
           PERFORM UNTIL WS-ファイル終了
               READ 備金異動ファイル
                   AT END
                       SET WS-ファイル終了 TO TRUE
                   NOT AT END
                       PERFORM 異動明細出力
               END-READ
           END-PERFORM
           CLOSE 事故受付ファイル
           CLOSE 備金異動ファイル
           CLOSE 備金レポートファイル
           DISPLAY "QB7475 対象年月 " PR-対象年月
                   " 事故受付 " WS-事故受付件数
                   " 異動 " WS-異動件数
                   " 当月異動 " WS-当月異動件数
                   " 種目外 " WS-種目外件数
           STOP RUN.

       パラメータ読込.
           OPEN INPUT パラメータファイル
           IF WS-パラメータ状態 NOT = "00"
               DISPLAY "QB7475 パラメータOPENエラー "
                       WS-パラメータ状態
               STOP RUN
           END-IF
           READ パラメータファイル
               AT END
                   DISPLAY "QB7475 対象年月パラメータなし"
                   STOP RUN
           END-READ
           CLOSE パラメータファイル.

       種目検索.
           MOVE 'N' TO WS-ヒットスイッチ
           PERFORM VARYING WS-種目添字 FROM 1 BY 1
                   UNTIL WS-種目添字 > 5
                      OR WS-種目ヒット
               IF WS-種目コード(WS-種目添字) =
                      WS-検索種目区分
                   SET WS-種目ヒット TO TRUE
               END-IF
           END-PERFORM
      * 見つかった場合は添字を該当種目に戻す
           IF WS-種目ヒット
               SUBTRACT 1 FROM WS-種目添字
           END-IF.

       現在残高集計.
           MOVE JK-証券種目区分 TO WS-検索種目区分
           PERFORM 種目検索
           IF WS-種目ヒット
               ADD JK-備金残高 TO WS-現在残高(WS-種目添字)
           END-IF.

       異動集計.
      * 対象年月の異動は区分別に集計し、対象年月より後の異動は
      * 月末残高を戻すための後続増減額へ加える
           COMPUTE WS-異動年月 = BI-異動年月日 / 100
           MOVE BI-証券種目区分 TO WS-検索種目区分
           PERFORM 種目検索
           IF WS-異動年月 >= PR-対象年月
               IF NOT WS-種目ヒット
                  OR BI-異動区分 < '1' OR BI-異動区分 > '5'
                   ADD 1 TO WS-種目外件数
               ELSE
                   PERFORM 異動区分別集計
               END-IF
           END-IF.

       異動区分別集計.
           IF WS-異動年月 = PR-対象年月
               ADD 1 TO WS-当月異動件数
               MOVE BI-異動区分 TO WS-異動添字
               ADD BI-異動金額
                   TO WS-当月異動額
                          (WS-種目添字 WS-異動添字)
           ELSE
               IF BI-異動区分 = '1' OR BI-異動区分 = '2'
                   ADD BI-異動金額
                       TO WS-後続増減額(WS-種目添字)
               ELSE
                   SUBTRACT BI-異動金額
                       FROM WS-後続増減額(WS-種目添字)
               END-IF
           END-IF.

       月末月初残高算出.
           PERFORM VARYING WS-種目添字 FROM 1 BY 1
                   UNTIL WS-種目添字 > 5
               COMPUTE WS-当月増減額(WS-種目添字) =
                   WS-当月異動額(WS-種目添字 1)
                   + WS-当月異動額(WS-種目添字 2)
                   - WS-当月異動額(WS-種目添字 3)
                   - WS-当月異動額(WS-種目添字 4)
                   - WS-当月異動額(WS-種目添字 5)
               COMPUTE WS-月末残高(WS-種目添字) =
                   WS-現在残高(WS-種目添字)
                   - WS-後続増減額(WS-種目添字)
               COMPUTE WS-月初残高(WS-種目添字) =
                   WS-月末残高(WS-種目添字)
                   - WS-当月増減額(WS-種目添字)
           END-PERFORM.

       種目別集計出力.
           MOVE PR-対象年月 TO WS-見出し対象年月
           WRITE BR-レポート行 FROM WS-見出し行1
           WRITE BR-レポート行 FROM WS-空白行
           WRITE BR-レポート行 FROM WS-見出し行2
           PERFORM VARYING WS-種目添字 FROM 1 BY 1
                   UNTIL WS-種目添字 > 5
               MOVE WS-種目コード(WS-種目添字)
                   TO WS-行種目区分
               MOVE WS-月初残高(WS-種目添字)
                   TO WS-行月初残高
               PERFORM VARYING WS-異動添字 FROM 1 BY 1
                       UNTIL WS-異動添字 > 5
                   MOVE WS-当月異動額
                          (WS-種目添字 WS-異動添字)
                       TO WS-行異動金額(WS-異動添字)
               END-PERFORM
               MOVE WS-月末残高(WS-種目添字)
                   TO WS-行月末残高
               WRITE BR-レポート行 FROM WS-種目行
           END-PERFORM.

       異動明細出力.
           COMPUTE WS-異動年月 = BI-異動年月日 / 100
           IF WS-異動年月 = PR-対象年月
              AND BI-異動区分 >= '1' AND BI-異動区分 <= '5'
               MOVE BI-異動年月日      TO WS-明細異動年月日
               MOVE BI-契約者番号      TO WS-明細契約者番号
               MOVE BI-事故日          TO WS-明細事故日
               MOVE BI-担保特約種別コード
                                     TO WS-明細担保
               MOVE BI-証券種目区分    TO WS-明細種目
               MOVE BI-異動区分        TO WS-異動添字
               MOVE WS-異動区分名(WS-異動添字)
                                     TO WS-明細異動区分名
               MOVE BI-異動金額        TO WS-明細異動金額
               MOVE BI-異動後備金残高  TO WS-明細備金残高
               WRITE BR-レポート行 FROM WS-明細行
           END-IF.
