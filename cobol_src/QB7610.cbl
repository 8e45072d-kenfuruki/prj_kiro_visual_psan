       PROGRAM-ID. QB7610.
      *---------------------------------------------------------
      * 自火超：代理店手数料精算書印字バッチ
      * QB7620の手数料精算結果(QB7620SS.DAT、VB71C535。QB7600の
      * 手数料明細に戻入相殺・源泉徴収を反映したもの)を代理店
      * コードで代理店マスター(DAIRITEN.DAT、VB71C165)と突合
      * し、代理店名称・所属支店入りの精算書印字イメージを出力
      * する。従来は
      * 手数料明細のコード・金額だけを見て精算しており、名称の
      * 転記は表計算の手作業だった。
      * 代理店マスターに無い代理店は名称未登録として印字し、
      * 件数を数える(QB7300のエディットE008で事前検出される)。
      * 改版履歴
      *   2026/09/02  新規作成
      *   2026/10/15  手数料精算確定(QB7620)の新設に伴い、入力を
      *               手数料明細からQB7620の精算結果(QB7620SS.DAT、
      *               VB71C535)に変更し、手数料額に続けて手数料
      *               戻入明細(QB7620RN.DAT、VB71C534)・戻入額・
      *               前月繰越残・差引額・源泉徴収税額・振込額・
      *               翌月繰越残と精算区分を印字するように変更。
      *               戻入明細は精算結果の戻入件数がある代理店
      *               ごとに戻入明細ファイルを読み直して印字する
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT 精算結果ファイル
               ASSIGN TO "QB7620SS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-手数料状態.
           SELECT 手数料戻入明細ファイル
               ASSIGN TO "QB7620RN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-戻入状態.
           SELECT 代理店マスターファイル
               ASSIGN TO "DAIRITEN.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS WS-精算書状態.
       DATA DIVISION.
       FILE SECTION.
       FD  精算結果ファイル.
           COPY VB71C535.
       FD  手数料戻入明細ファイル.
           COPY VB71C534.
       FD  代理店マスターファイル.
           COPY VB71C165.
       FD  精算書ファイル.
       01  WS-手数料状態              PIC X(2).
       01  WS-代理店マスター状態      PIC X(2).
       01  WS-精算書状態              PIC X(2).
       01  WS-戻入状態                PIC X(2).
       01  WS-ファイル終了スイッチ    PIC X(1)  VALUE 'N'.
           88  WS-ファイル終了        VALUE 'Y'.
       01  WS-戻入終了スイッチ        PIC X(1).
           88  WS-戻入終了            VALUE 'Y'.
       01  WS-マスターありスイッチ    PIC X(1).
           88  WS-マスターあり        VALUE 'Y'.
       01  WS-料率百分率              PIC 9(3)V9(2).
                               VALUE '  手数料額：'.
           05  WS-行手数料額          PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(4)  VALUE ' 円'.
       01  WS-戻入見出し行.
           05  FILLER                 PIC X(30)
                               VALUE '  ＜手数料戻入明細＞'.
           05  FILLER                 PIC X(56)  VALUE
               '契約者番号 種目 解約日 返戻金 戻入額'.
       01  WS-戻入明細行.
           05  FILLER                 PIC X(30) VALUE SPACES.
           05  WS-行戻入契約者番号    PIC 9(10).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-行戻入種目区分      PIC X(2).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WS-行戻入解約日        PIC 9(8).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-行戻入返戻金額      PIC ZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-行戻入額            PIC ZZ,ZZZ,ZZ9.
      *    精算金額行(見出しを差し替えて戻入額・前月繰越残・差引
      *    額・源泉徴収税額・振込額・翌月繰越残に共用する)
       01  WS-精算金額行.
           05  WS-行精算見出し        PIC X(24).
           05  WS-行精算金額          PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(4)  VALUE ' 円'.
       01  WS-精算区分行.
           05  FILLER                 PIC X(18)
                               VALUE '  精算区分：'.
           05  WS-行精算区分          PIC X(40).
       01  WS-空白行                  PIC X(1)  VALUE SPACE.
       01  WS-入力件数                PIC 9(9)  VALUE ZERO.
       01  WS-名称未登録件数          PIC 9(9)  VALUE ZERO.
       01  WS-戻入印字件数            PIC 9(9)  VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           OPEN INPUT  精算結果ファイル
           OPEN INPUT  代理店マスターファイル
           OPEN OUTPUT 精算書ファイル
           IF WS-手数料状態 NOT = "00"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ファイル終了
               READ 精算結果ファイル
                   AT END
                       SET WS-ファイル終了 TO TRUE
                   NOT AT END
                       PERFORM 精算書印字編集
               END-READ
           END-PERFORM
           CLOSE 精算結果ファイル
           CLOSE 代理店マスターファイル
           CLOSE 精算書ファイル
           DISPLAY "QB7610 入力 " WS-入力件数
                   " 名称未登録 " WS-名称未登録件数
                   " 戻入明細 " WS-戻入印字件数
           STOP RUN.

       精算書印字編集.
           PERFORM 代理店マスター読込
           WRITE SE-精算書印字行 FROM WS-区切り行
           WRITE SE-精算書印字行 FROM WS-表題行
           MOVE SS-代理店コード        TO WS-行代理店コード
           IF WS-マスターあり
               MOVE DM-代理店名称      TO WS-行代理店名称
               MOVE DM-所属支店        TO WS-行所属支店
           END-IF
           WRITE SE-精算書印字行 FROM WS-代理店行
           WRITE SE-精算書印字行 FROM WS-支店行
           MOVE SS-保険料合計          TO WS-行保険料合計
           WRITE SE-精算書印字行 FROM WS-保険料行
           COMPUTE WS-料率百分率 = SS-手数料率 * 100
           MOVE WS-料率百分率          TO WS-行手数料率
           MOVE SS-代理店ランク        TO WS-行ランク
           WRITE SE-精算書印字行 FROM WS-料率行
           MOVE SS-手数料額            TO WS-行手数料額
           WRITE SE-精算書印字行 FROM WS-手数料行
           IF SS-戻入件数 > ZERO
               PERFORM 戻入明細印字
           END-IF
           PERFORM 精算金額印字
           WRITE SE-精算書印字行 FROM WS-空白行.

       戻入明細印字.
      * 戻入明細ファイルを読み直し、当該代理店の戻入明細だけを
      * 印字する
           WRITE SE-精算書印字行 FROM WS-戻入見出し行
           OPEN INPUT 手数料戻入明細ファイル
           IF WS-戻入状態 NOT = "00"
               DISPLAY "QB7610 戻入明細OPENエラー "
                       WS-戻入状態
               STOP RUN
           END-IF
           MOVE 'N' TO WS-戻入終了スイッチ
           PERFORM UNTIL WS-戻入終了
               READ 手数料戻入明細ファイル
                   AT END
                       SET WS-戻入終了 TO TRUE
                   NOT AT END
                       IF TM-代理店コード = SS-代理店コード
                           PERFORM 戻入明細行出力
                       END-IF
               END-READ
           END-PERFORM
           CLOSE 手数料戻入明細ファイル.

       戻入明細行出力.
           ADD 1 TO WS-戻入印字件数
           MOVE TM-契約者番号
               TO WS-行戻入契約者番号
           MOVE TM-証券種目区分        TO WS-行戻入種目区分
           MOVE TM-解約日              TO WS-行戻入解約日
           MOVE TM-返戻金額            TO WS-行戻入返戻金額
           MOVE TM-戻入額              TO WS-行戻入額
           WRITE SE-精算書印字行 FROM WS-戻入明細行.

       精算金額印字.
           MOVE '  手数料戻入額：'     TO WS-行精算見出し
           MOVE SS-戻入額              TO WS-行精算金額
           WRITE SE-精算書印字行 FROM WS-精算金額行
           MOVE '  前月繰越残：'       TO WS-行精算見出し
           MOVE SS-前月繰越残          TO WS-行精算金額
           WRITE SE-精算書印字行 FROM WS-精算金額行
           MOVE '  差引額：'           TO WS-行精算見出し
           MOVE SS-差引額              TO WS-行精算金額
           WRITE SE-精算書印字行 FROM WS-精算金額行
           MOVE '  源泉徴収税額：'     TO WS-行精算見出し
           MOVE SS-源泉徴収税額        TO WS-行精算金額
           WRITE SE-精算書印字行 FROM WS-精算金額行
           MOVE '  振込額：'           TO WS-行精算見出し
           MOVE SS-振込額              TO WS-行精算金額
           WRITE SE-精算書印字行 FROM WS-精算金額行
           MOVE '  翌月繰越残：'       TO WS-行精算見出し
           MOVE SS-翌月繰越残          TO WS-行精算金額
           WRITE SE-精算書印字行 FROM WS-精算金額行
           EVALUATE SS-精算区分
               WHEN '1'
                   MOVE "振込" TO WS-行精算区分
               WHEN '2'
                   MOVE "戻入超過のため翌月繰越"
                                 TO WS-行精算区分
               WHEN '3'
                   MOVE "支払なし" TO WS-行精算区分
               WHEN OTHER
                   MOVE "保留(代理店・口座未登録)"
                                 TO WS-行精算区分
           END-EVALUATE
           WRITE SE-精算書印字行 FROM WS-精算区分行.

       代理店マスター読込.
           MOVE 'N' TO WS-マスターありスイッチ
           MOVE SS-代理店コード TO DM-代理店コード
           READ 代理店マスターファイル
               INVALID KEY
                   CONTINUE
