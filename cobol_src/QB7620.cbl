       IDENTIFICATION DIVISION.
       PROGRAM-ID. QB7620.
      *---------------------------------------------------------
      * 自火超：代理店手数料精算確定バッチ(戻入相殺・源泉徴収・
      *         手数料振込・仕訳連携)
      * QB7600の手数料明細(QB7600FE.DAT、VB71C531)と、QB7460で
      * 解約確定した解約トランザクション(QB7460TR.DAT、VB71C110)
      * を入力に、代理店ごとの手数料精算を確定する。
      *   (1) 解約確定分の契約ごとに、解約返戻金明細(QB7500RP.
      *       DAT、VB71C520)の返戻金額に代理店マスター(DAIRITEN.
      *       DAT、VB71C165)の契約手数料率を掛けた手数料戻入額を
      *       算出し、手数料戻入明細(QB7620RN.DAT、VB71C534)へ
      *       書き出す
      *   (2) 代理店ごとに当月手数料から戻入額と前月繰越残(手数
      *       料繰越残ファイル TESUKZAN.DAT、VB71C536)を相殺し、
      *       個人代理店は差引額から源泉徴収税額を控除して振込額
      *       を確定する。戻入が上回る代理店は差額を翌月繰越残と
      *       して繰越残ファイルへ持ち越す
      *   (3) 精算結果(QB7620SS.DAT、VB71C535。QB7610の精算書
      *       印字の入力)、手数料振込ファイル(QB7620FB.DAT、
      *       VB71C511、取引種別'2'=振込)、手数料支払の仕訳(QB7620
      *       IF.DAT、VB71C540)を一度に作成する
      * 従来は精算書を見ながら経理が手で振込と戻入相殺を行って
      * いた。
      * 源泉徴収税額(個人代理店のみ、円未満切捨て)
      *   差引額100万円以下の部分 × 10.21％
      *   差引額100万円超の部分   × 20.42％
      * 解約トランザクションと解約返戻金明細はともに契約者番号の
      * 昇順(QB7460が返戻金明細の順に解約トランを書き出す)で
      * あることを前提に突合する。返戻金明細に無い契約・代理店
      * コードの無い契約・代理店マスターに無い代理店の契約は戻入
      * を見送ってエラー一覧へ書き出す。代理店マスター・振込口座
      * が未登録の代理店は精算を保留(精算区分'9')し、振込・繰越
      * 残の更新を行わずにエラー一覧へ書き出す。
      * QB7600・QB7460の後、QB7610の前に流すこと。
      * 改版履歴
      *   2026/10/15  新規作成
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT 手数料明細ファイル
               ASSIGN TO "QB7600FE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-手数料状態.
           SELECT 解約トランファイル
               ASSIGN TO "QB7460TR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-トラン状態.
           SELECT 解約返戻金明細ファイル
               ASSIGN TO "QB7500RP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-返戻金状態.
           SELECT 代理店マスターファイル
               ASSIGN TO "DAIRITEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-代理店コード
               FILE STATUS IS WS-代理店マスター状態.
           SELECT 手数料繰越残ファイル
               ASSIGN TO "TESUKZAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KZ-代理店コード
               FILE STATUS IS WS-繰越残状態.
           SELECT 手数料戻入明細ファイル
               ASSIGN TO "QB7620RN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-戻入状態.
           SELECT 精算結果ファイル
               ASSIGN TO "QB7620SS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-精算状態.
           SELECT 手数料振込ファイル
               ASSIGN TO "QB7620FB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-振込状態.
           SELECT 仕訳インターフェースファイル
               ASSIGN TO "QB7620IF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-仕訳状態.
           SELECT エラー一覧ファイル
               ASSIGN TO "QB7620ER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-エラー一覧状態.
       DATA DIVISION.
       FILE SECTION.
       FD  手数料明細ファイル.
           COPY VB71C531.
       FD  解約トランファイル.
           COPY VB71C110.
       FD  解約返戻金明細ファイル.
           COPY VB71C520.
       FD  代理店マスターファイル.
           COPY VB71C165.
       FD  手数料繰越残ファイル.
           COPY VB71C536.
       FD  手数料戻入明細ファイル.
           COPY VB71C534.
       FD  精算結果ファイル.
           COPY VB71C535.
       FD  手数料振込ファイル.
           COPY VB71C511.
       FD  仕訳インターフェースファイル.
           COPY VB71C540.
       FD  エラー一覧ファイル.
       01  ER-精算エラーレコード.
           05  ER-代理店コード         PIC X(5).
           05  ER-契約者番号           PIC 9(10).
           05  ER-金額                 PIC 9(11).
           05  ER-エラー理由           PIC X(30).
       WORKING-STORAGE SECTION.
       01  WS-手数料状態              PIC X(2).
       01  WS-トラン状態              PIC X(2).
       01  WS-返戻金状態              PIC X(2).
       01  WS-代理店マスター状態      PIC X(2).
       01  WS-繰越残状態              PIC X(2).
       01  WS-戻入状態                PIC X(2).
       01  WS-精算状態                PIC X(2).
       01  WS-振込状態                PIC X(2).
       01  WS-仕訳状態                PIC X(2).
       01  WS-エラー一覧状態          PIC X(2).
       01  WS-ファイル終了スイッチ    PIC X(1).
           88  WS-ファイル終了        VALUE 'Y'.
       01  WS-返戻金終了スイッチ      PIC X(1)  VALUE 'N'.
           88  WS-返戻金終了          VALUE 'Y'.
       01  WS-マスターありスイッチ    PIC X(1).
           88  WS-マスターあり        VALUE 'Y'.
       01  WS-繰越残ありスイッチ      PIC X(1).
           88  WS-繰越残あり          VALUE 'Y'.
       01  WS-ヒットスイッチ          PIC X(1).
           88  WS-代理店ヒット        VALUE 'Y'.
       01  WS-現在日時                PIC X(21).
       01  WS-処理基準日              PIC 9(8).
      *    代理店ごとの精算集計テーブル(QB7600の代理店集計
      *    テーブルと同じ上限)
       01  WS-精算集計テーブル.
           05  WS-精算登録件数        PIC 9(4)  VALUE ZERO.
           05  WS-精算明細 OCCURS 500 TIMES.
               10  WS-精算代理店コード PIC X(5).
               10  WS-精算代理店ランク PIC X(1).
               10  WS-精算保険料合計   PIC 9(11).
               10  WS-精算手数料率     PIC 9(1)V9(4).
               10  WS-精算手数料額     PIC 9(11).
               10  WS-精算戻入件数     PIC 9(5).
               10  WS-精算戻入額       PIC 9(11).
       01  WS-精算添字                PIC 9(4).
       01  WS-検索代理店コード        PIC X(5).
      *    精算計算の作業域
       01  WS-前月繰越残              PIC 9(11).
       01  WS-差引額                  PIC S9(11).
       01  WS-源泉対象額              PIC 9(11).
      *    源泉徴収税率(100万円以下の部分／超える部分)
       01  WS-源泉区切金額            PIC 9(11) VALUE 1000000.
       01  WS-源泉税率1               PIC 9(1)V9(4) VALUE 0.1021.
       01  WS-源泉税率2               PIC 9(1)V9(4) VALUE 0.2042.
      *    手数料支払の仕訳科目
       01  WS-手数料科目コード        PIC X(5)  VALUE '56110'.
       01  WS-戻入科目コード          PIC X(5)  VALUE '56120'.
       01  WS-未収科目コード          PIC X(5)  VALUE '14110'.
       01  WS-預金科目コード          PIC X(5)  VALUE '11110'.
       01  WS-源泉科目コード          PIC X(5)  VALUE '21210'.
      *    仕訳集計(精算を確定した代理店分のみ)
       01  WS-仕訳手数料合計          PIC 9(13) VALUE ZERO.
       01  WS-仕訳戻入合計            PIC 9(13) VALUE ZERO.
       01  WS-仕訳繰越発生合計        PIC 9(13) VALUE ZERO.
       01  WS-仕訳繰越相殺合計        PIC 9(13) VALUE ZERO.
       01  WS-仕訳振込合計            PIC 9(13) VALUE ZERO.
       01  WS-仕訳源泉合計            PIC 9(13) VALUE ZERO.
       01  WS-振込明細件数            PIC 9(7)  VALUE ZERO.
       01  WS-振込金額合計            PIC 9(13) VALUE ZERO.
       01  WS-仕訳明細件数            PIC 9(7)  VALUE ZERO.
       01  WS-仕訳金額合計            PIC 9(13) VALUE ZERO.
       01  WS-手数料入力件数          PIC 9(9)  VALUE ZERO.
       01  WS-解約入力件数            PIC 9(9)  VALUE ZERO.
       01  WS-戻入件数                PIC 9(9)  VALUE ZERO.
       01  WS-繰越件数                PIC 9(9)  VALUE ZERO.
       01  WS-保留件数                PIC 9(9)  VALUE ZERO.
       01  WS-エラー件数              PIC 9(9)  VALUE ZERO.
       01  WS-あふれ件数              PIC 9(9)  VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           OPEN INPUT  手数料明細ファイル
           OPEN INPUT  解約トランファイル
           OPEN INPUT  解約返戻金明細ファイル
           OPEN INPUT  代理店マスターファイル
           OPEN OUTPUT 手数料戻入明細ファイル
           OPEN OUTPUT 精算結果ファイル
           OPEN OUTPUT 手数料振込ファイル
           OPEN OUTPUT 仕訳インターフェースファイル
           OPEN OUTPUT エラー一覧ファイル
           IF WS-手数料状態 NOT = "00"
              OR WS-トラン状態 NOT = "00"
              OR WS-返戻金状態 NOT = "00"
              OR WS-代理店マスター状態 NOT = "00"
              OR WS-戻入状態 NOT = "00"
              OR WS-精算状態 NOT = "00"
              OR WS-振込状態 NOT = "00"
              OR WS-仕訳状態 NOT = "00"
              OR WS-エラー一覧状態 NOT = "00"
               DISPLAY "QB7620 ファイルOPENエラー "
                       WS-手数料状態 " " WS-トラン状態 " "
                       WS-返戻金状態 " "
                       WS-代理店マスター状態 " "
                       WS-戻入状態 " " WS-精算状態 " "
                       WS-振込状態 " " WS-仕訳状態 " "
                       WS-エラー一覧状態
               STOP RUN
           END-IF
           PERFORM 繰越残ファイルOPEN
           MOVE FUNCTION CURRENT-DATE TO WS-現在日時
           MOVE WS-現在日時(1:8) TO WS-処理基準日
           PERFORM 手数料明細読込
           PERFORM 手数料戻入算出
      * 精算集計テーブルからあふれた代理店がある場合、精算落ち
      * した振込ファイルを銀行へ渡さないよう、繰越残を更新する
      * 前に異常終了する(OCCURSの上限を広げること)
           IF WS-あふれ件数 > ZERO
               DISPLAY "QB7620 精算集計テーブルあふれ "
                       WS-あふれ件数
               STOP RUN
           END-IF
           PERFORM 振込ヘッダ出力
           PERFORM VARYING WS-精算添字 FROM 1 BY 1
                   UNTIL WS-精算添字 > WS-精算登録件数
               PERFORM 代理店精算確定
           END-PERFORM
           PERFORM 振込トレーラ出力
           PERFORM 仕訳出力
           CLOSE 手数料明細ファイル
           CLOSE 解約トランファイル
           CLOSE 解約返戻金明細ファイル
           CLOSE 代理店マスターファイル
           CLOSE 手数料繰越残ファイル
           CLOSE 手数料戻入明細ファイル
           CLOSE 精算結果ファイル
           CLOSE 手数料振込ファイル
           CLOSE 仕訳インターフェースファイル
           CLOSE エラー一覧ファイル
           DISPLAY "QB7620 手数料 " WS-手数料入力件数
                   " 解約 " WS-解約入力件数
                   " 戻入 " WS-戻入件数
                   " 代理店 " WS-精算登録件数
                   " 繰越 " WS-繰越件数
                   " 保留 " WS-保留件数
                   " エラー " WS-エラー件数
                   " 振込金額 " WS-振込金額合計
           STOP RUN.

       繰越残ファイルOPEN.
      * 初回ランで手数料繰越残ファイルが無い場合は空のファイル
      * を作成してから開き直す
           OPEN I-O 手数料繰越残ファイル
           IF WS-繰越残状態 = "35"
               OPEN OUTPUT 手数料繰越残ファイル
               CLOSE 手数料繰越残ファイル
               OPEN I-O 手数料繰越残ファイル
           END-IF
           IF WS-繰越残状態 NOT = "00"
               DISPLAY "QB7620 繰越残ファイルOPENエラー "
                       WS-繰越残状態
               STOP RUN
           END-IF.

       手数料明細読込.
      * QB7600の手数料明細を代理店ごとに精算集計テーブルへ
      * 登録する
           MOVE 'N' TO WS-ファイル終了スイッチ
           PERFORM UNTIL WS-ファイル終了
               READ 手数料明細ファイル
                   AT END
                       SET WS-ファイル終了 TO TRUE
                   NOT AT END
                       ADD 1 TO WS-手数料入力件数
                       MOVE FE-代理店コード
                           TO WS-検索代理店コード
                       PERFORM 精算明細検索
                       IF WS-精算添字 > ZERO
                           MOVE FE-代理店ランク
                               TO WS-精算代理店ランク
                                              (WS-精算添字)
                           MOVE FE-保険料合計
                               TO WS-精算保険料合計
                                              (WS-精算添字)
                           MOVE FE-手数料率
                               TO WS-精算手数料率
                                              (WS-精算添字)
                           ADD FE-手数料額
                               TO WS-精算手数料額
                                              (WS-精算添字)
                       END-IF
               END-READ
           END-PERFORM.

       精算明細検索.
      * 代理店コードで精算集計テーブルを検索し、無ければ登録
      * する。登録できない(あふれ)場合は添字ゼロで返す
           MOVE 'N' TO WS-ヒットスイッチ
           PERFORM VARYING WS-精算添字 FROM 1 BY 1
                   UNTIL WS-精算添字 > WS-精算登録件数
                      OR WS-代理店ヒット
               IF WS-精算代理店コード(WS-精算添字) =
                      WS-検索代理店コード
                   SET WS-代理店ヒット TO TRUE
               END-IF
           END-PERFORM
           IF WS-代理店ヒット
               SUBTRACT 1 FROM WS-精算添字
           ELSE
               IF WS-精算登録件数 < 500
                   ADD 1 TO WS-精算登録件数
                   MOVE WS-精算登録件数 TO WS-精算添字
                   INITIALIZE WS-精算明細(WS-精算添字)
                   MOVE WS-検索代理店コード
                       TO WS-精算代理店コード(WS-精算添字)
               ELSE
                   ADD 1 TO WS-あふれ件数
                   MOVE ZERO TO WS-精算添字
               END-IF
           END-IF.

       手数料戻入算出.
      * 解約確定分の契約ごとに返戻金明細を突合し、返戻金額×
      * 契約手数料率の戻入額を代理店へ積み上げる
           PERFORM 返戻金明細読込
           MOVE 'N' TO WS-ファイル終了スイッチ
           PERFORM UNTIL WS-ファイル終了
               READ 解約トランファイル
                   AT END
                       SET WS-ファイル終了 TO TRUE
                   NOT AT END
                       IF TR-異動区分 = 'D'
                           ADD 1 TO WS-解約入力件数
                           PERFORM 解約明細戻入
                       END-IF
               END-READ
           END-PERFORM.

       解約明細戻入.
      * 返戻金明細を解約トランの契約者番号まで読み進めて突合
      * する(どちらも契約者番号の昇順)
           PERFORM UNTIL WS-返戻金終了
                      OR HR-契約者番号 >= TR-契約者番号
               PERFORM 返戻金明細読込
           END-PERFORM
           MOVE TR-代理店コード TO ER-代理店コード
           MOVE TR-契約者番号   TO ER-契約者番号
           MOVE ZERO            TO ER-金額
           IF WS-返戻金終了
              OR HR-契約者番号 NOT = TR-契約者番号
               MOVE "返戻金明細対象なし" TO ER-エラー理由
               PERFORM エラーレコード出力
           ELSE
               MOVE HR-返戻金額 TO ER-金額
               IF TR-代理店コード = SPACES
                   MOVE "代理店コード未設定"
                                 TO ER-エラー理由
                   PERFORM エラーレコード出力
               ELSE
                   MOVE TR-代理店コード
                       TO WS-検索代理店コード
                   PERFORM 代理店マスター読込
                   IF NOT WS-マスターあり
                       MOVE "代理店マスター対象なし"
                                 TO ER-エラー理由
                       PERFORM エラーレコード出力
                   ELSE
                       IF HR-返戻金額 > ZERO
                           PERFORM 戻入明細出力
                       END-IF
                   END-IF
               END-IF
           END-IF.

       返戻金明細読込.
           READ 解約返戻金明細ファイル
               AT END
                   SET WS-返戻金終了 TO TRUE
           END-READ.

       戻入明細出力.
           MOVE SPACES TO TM-手数料戻入明細
           MOVE TR-代理店コード        TO TM-代理店コード
           MOVE TR-契約者番号          TO TM-契約者番号
           MOVE TR-証券種目区分        TO TM-証券種目区分
           MOVE HR-解約日              TO TM-解約日
           MOVE HR-返戻金額            TO TM-返戻金額
           MOVE DM-契約手数料率        TO TM-手数料率
           COMPUTE TM-戻入額 ROUNDED =
               HR-返戻金額 * DM-契約手数料率
           PERFORM 精算明細検索
           IF WS-精算添字 > ZERO
               ADD 1 TO WS-戻入件数
               ADD 1 TO WS-精算戻入件数(WS-精算添字)
               ADD TM-戻入額 TO WS-精算戻入額(WS-精算添字)
               WRITE TM-手数料戻入明細
           END-IF.

       代理店マスター読込.
           MOVE 'N' TO WS-マスターありスイッチ
           MOVE WS-検索代理店コード TO DM-代理店コード
           READ 代理店マスターファイル
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-マスターあり TO TRUE
           END-READ.

       代理店精算確定.
      * 当月手数料から戻入額・前月繰越残を相殺した差引額を求め、
      * 振込(個人代理店は源泉徴収控除後)または翌月繰越とする
           MOVE SPACES TO SS-手数料精算結果レコード
           MOVE WS-精算代理店コード(WS-精算添字)
               TO SS-代理店コード WS-検索代理店コード
           MOVE WS-精算代理店ランク(WS-精算添字)
               TO SS-代理店ランク
           MOVE WS-精算保険料合計(WS-精算添字)
               TO SS-保険料合計
           MOVE WS-精算手数料率(WS-精算添字)
               TO SS-手数料率
           MOVE WS-精算手数料額(WS-精算添字)
               TO SS-手数料額
           MOVE WS-精算戻入件数(WS-精算添字)
               TO SS-戻入件数
           MOVE WS-精算戻入額(WS-精算添字)
               TO SS-戻入額
           PERFORM 前月繰越残読込
           MOVE WS-前月繰越残 TO SS-前月繰越残
           COMPUTE WS-差引額 =
               SS-手数料額 - SS-戻入額 - WS-前月繰越残
           MOVE WS-差引額 TO SS-差引額
           MOVE ZERO TO SS-源泉徴収税額
                        SS-振込額
                        SS-翌月繰越残
           PERFORM 代理店マスター読込
           IF NOT WS-マスターあり
               MOVE "代理店マスター未登録 精算保留"
                                 TO ER-エラー理由
               PERFORM 精算保留
           ELSE
               IF WS-差引額 > ZERO
                  AND DM-口座番号 = SPACES
                   MOVE "振込口座未登録 精算保留"
                                 TO ER-エラー理由
                   PERFORM 精算保留
               ELSE
                   PERFORM 差引額精算
               END-IF
           END-IF
           WRITE SS-手数料精算結果レコード.

       前月繰越残読込.
      * 同日の再実行では前回精算で更新した繰越残ではなく、精算
      * 前の残高を前月繰越残とする
           MOVE 'N' TO WS-繰越残ありスイッチ
           MOVE ZERO TO WS-前月繰越残
           MOVE WS-検索代理店コード TO KZ-代理店コード
           READ 手数料繰越残ファイル
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-繰越残あり TO TRUE
                   IF KZ-精算年月日 = WS-処理基準日
                       MOVE KZ-精算前残高 TO WS-前月繰越残
                   ELSE
                       MOVE KZ-繰越残高 TO WS-前月繰越残
                   END-IF
           END-READ.

       精算保留.
           MOVE '9' TO SS-精算区分
           ADD 1 TO WS-保留件数
           MOVE SS-代理店コード TO ER-代理店コード
           MOVE ZERO TO ER-契約者番号
           MOVE SS-手数料額 TO ER-金額
           PERFORM エラーレコード出力.

       差引額精算.
           IF WS-差引額 < ZERO
               MOVE '2' TO SS-精算区分
               ADD 1 TO WS-繰越件数
               COMPUTE SS-翌月繰越残 = ZERO - WS-差引額
           ELSE
               IF WS-差引額 = ZERO
                   MOVE '3' TO SS-精算区分
               ELSE
                   MOVE '1' TO SS-精算区分
                   IF DM-代理店区分 = '1'
                       PERFORM 源泉徴収税額算出
                   END-IF
                   COMPUTE SS-振込額 =
                       WS-差引額 - SS-源泉徴収税額
                   IF SS-振込額 > ZERO
                       PERFORM 振込データ出力
                   END-IF
               END-IF
           END-IF
           PERFORM 繰越残更新
           ADD SS-手数料額       TO WS-仕訳手数料合計
           ADD SS-戻入額         TO WS-仕訳戻入合計
           ADD SS-翌月繰越残     TO WS-仕訳繰越発生合計
           ADD SS-前月繰越残     TO WS-仕訳繰越相殺合計
           ADD SS-振込額         TO WS-仕訳振込合計
           ADD SS-源泉徴収税額   TO WS-仕訳源泉合計.

       源泉徴収税額算出.
      * 100万円以下の部分は10.21％、超える部分は20.42％(円未満
      * 切捨て)
           MOVE WS-差引額 TO WS-源泉対象額
           IF WS-源泉対象額 > WS-源泉区切金額
               COMPUTE SS-源泉徴収税額 =
                   WS-源泉区切金額 * WS-源泉税率1 +
                   (WS-源泉対象額 - WS-源泉区切金額) *
                   WS-源泉税率2
           ELSE
               COMPUTE SS-源泉徴収税額 =
                   WS-源泉対象額 * WS-源泉税率1
           END-IF.

       繰越残更新.
      * 翌月繰越残を繰越残ファイルへ反映する。繰越の無い代理店
      * は既存レコードの残高をゼロにする(レコードが無ければ作ら
      * ない)
           IF WS-繰越残あり
               MOVE WS-前月繰越残 TO KZ-精算前残高
               MOVE SS-翌月繰越残 TO KZ-繰越残高
               MOVE WS-処理基準日 TO KZ-精算年月日
               REWRITE KZ-手数料繰越残レコード
                   INVALID KEY
                       DISPLAY "QB7620 繰越残更新エラー "
                               KZ-代理店コード
               END-REWRITE
           ELSE
               IF SS-翌月繰越残 > ZERO
                   MOVE SS-代理店コード TO KZ-代理店コード
                   MOVE ZERO          TO KZ-精算前残高
                   MOVE SS-翌月繰越残 TO KZ-繰越残高
                   MOVE WS-処理基準日 TO KZ-精算年月日
                   WRITE KZ-手数料繰越残レコード
                       INVALID KEY
                           DISPLAY "QB7620 繰越残登録エラー "
                                   KZ-代理店コード
                   END-WRITE
               END-IF
           END-IF.

       振込ヘッダ出力.
           MOVE SPACES TO ZG-振替ヘッダレコード
           MOVE '1'              TO ZG-Hレコード区分
           MOVE '2'              TO ZG-H取引種別
           MOVE WS-処理基準日    TO ZG-H作成年月日
           MOVE WS-処理基準日    TO ZG-H振替指定日
           MOVE 'QB71000001'     TO ZG-H委託者コード
           MOVE "ジカチョウホケン" TO ZG-H委託者名カナ
           WRITE ZG-振替ヘッダレコード.

       振込データ出力.
      * 代理店への振込は契約者番号・請求回次をゼロとする
           MOVE SPACES TO ZG-振替データレコード
           MOVE '2'              TO ZG-Dレコード区分
           MOVE DM-銀行コード    TO ZG-D銀行コード
           MOVE DM-支店コード    TO ZG-D支店コード
           MOVE DM-預金種目      TO ZG-D預金種目
           MOVE DM-口座番号      TO ZG-D口座番号
           MOVE DM-口座名義カナ  TO ZG-D預金者名カナ
           MOVE SS-振込額        TO ZG-D振替金額
           MOVE ZERO             TO ZG-D契約者番号
                                    ZG-D請求回次
           ADD 1 TO WS-振込明細件数
           ADD SS-振込額 TO WS-振込金額合計
           WRITE ZG-振替データレコード.

       振込トレーラ出力.
           MOVE SPACES TO ZG-振替トレーラレコード
           MOVE '9'              TO ZG-Tレコード区分
           MOVE WS-振込明細件数  TO ZG-T明細件数
           MOVE WS-振込金額合計  TO ZG-T振替金額合計
           WRITE ZG-振替トレーラレコード.

       エラーレコード出力.
           ADD 1 TO WS-エラー件数
           WRITE ER-精算エラーレコード.

       仕訳出力.
      * 精算を確定した代理店の合計で手数料支払の仕訳を出力する
      * (QB7700と同じヘッダ／明細／トレーラ形式、トレーラは
      * コントロールトータル)。
      *   借方 代理店手数料(当月手数料)・代理店未収金(翌月繰越
      *        の発生)
      *   貸方 手数料戻入(戻入額)・代理店未収金(前月繰越の相殺)・
      *        現金預金(振込額)・預り源泉所得税(源泉徴収税額)
      * 手数料＋繰越発生 ＝ 戻入＋繰越相殺＋振込＋源泉 で貸借が
      * 一致する
           MOVE SPACES TO IF-仕訳ヘッダレコード
           MOVE '1'            TO IF-Hレコード区分
           MOVE WS-処理基準日  TO IF-H作成年月日
           MOVE 'QB71'         TO IF-Hシステムコード
           WRITE IF-仕訳ヘッダレコード
           IF WS-仕訳手数料合計 > ZERO
               MOVE WS-手数料科目コード
                                 TO IF-M勘定科目コード
               MOVE 'D'                 TO IF-M貸借区分
               MOVE WS-仕訳手数料合計   TO IF-M仕訳金額
               MOVE "代理店手数料"      TO IF-M摘要
               PERFORM 仕訳明細編集出力
           END-IF
           IF WS-仕訳繰越発生合計 > ZERO
               MOVE WS-未収科目コード
                                 TO IF-M勘定科目コード
               MOVE 'D'                 TO IF-M貸借区分
               MOVE WS-仕訳繰越発生合計 TO IF-M仕訳金額
               MOVE "戻入繰越発生"      TO IF-M摘要
               PERFORM 仕訳明細編集出力
           END-IF
           IF WS-仕訳戻入合計 > ZERO
               MOVE WS-戻入科目コード
                                 TO IF-M勘定科目コード
               MOVE 'C'                 TO IF-M貸借区分
               MOVE WS-仕訳戻入合計     TO IF-M仕訳金額
               MOVE "手数料戻入"        TO IF-M摘要
               PERFORM 仕訳明細編集出力
           END-IF
           IF WS-仕訳繰越相殺合計 > ZERO
               MOVE WS-未収科目コード
                                 TO IF-M勘定科目コード
               MOVE 'C'                 TO IF-M貸借区分
               MOVE WS-仕訳繰越相殺合計 TO IF-M仕訳金額
               MOVE "戻入繰越相殺"      TO IF-M摘要
               PERFORM 仕訳明細編集出力
           END-IF
           IF WS-仕訳振込合計 > ZERO
               MOVE WS-預金科目コード
                                 TO IF-M勘定科目コード
               MOVE 'C'                 TO IF-M貸借区分
               MOVE WS-仕訳振込合計     TO IF-M仕訳金額
               MOVE "手数料振込"        TO IF-M摘要
               PERFORM 仕訳明細編集出力
           END-IF
           IF WS-仕訳源泉合計 > ZERO
               MOVE WS-源泉科目コード
                                 TO IF-M勘定科目コード
               MOVE 'C'                 TO IF-M貸借区分
               MOVE WS-仕訳源泉合計     TO IF-M仕訳金額
               MOVE "源泉所得税預り"    TO IF-M摘要
               PERFORM 仕訳明細編集出力
           END-IF
           MOVE SPACES TO IF-仕訳トレーラレコード
           MOVE '9'              TO IF-Tレコード区分
           MOVE WS-仕訳明細件数  TO IF-T明細件数
           MOVE WS-仕訳金額合計  TO IF-T仕訳金額合計
           WRITE IF-仕訳トレーラレコード.

       仕訳明細編集出力.
      * 手数料は証券種目区分を持たないため種目は空白とする
           MOVE '2'                TO IF-Mレコード区分
           MOVE WS-処理基準日      TO IF-M計上年月日
           MOVE SPACES             TO IF-M証券種目区分
           ADD 1 TO WS-仕訳明細件数
           ADD IF-M仕訳金額 TO WS-仕訳金額合計
           WRITE IF-仕訳明細レコード.
