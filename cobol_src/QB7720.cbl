       IDENTIFICATION DIVISION.
       PROGRAM-ID. QB7720.
      *---------------------------------------------------------
      * 自火超：出再保険料計算・ボーダロー作成バッチ
      * 事業所('02')・超保険('03')の大口契約について、再保険特約
      * マスター(SAITOKUM.DAT、VB71C542)の種目別保有限度額と
      * 再保険会社別出再割合から、保険料日報(QB7100RP.DAT)・
      * 継続保険料明細(QB71RNRP.DAT)の契約別出再保険料を計算し、
      *   ・出再明細ファイル(QB7720SB.DAT、VB71C543)
      *   ・再保険会社別のボーダロー(出再明細一覧、会社別小計付き)
      *   ・出再保険料の仕訳(VB71C540、QB7700と同じヘッダ／明細／
      *     トレーラ形式で借方＝出再保険料・貸方＝再保険借の種目別
      *     対仕訳)
      * を出力する。従来は再保険課が保険料日報を表計算に落として
      * 保有限度超過分を手計算し、ボーダローを作っていた。
      * 保険金額は契約マスター(KEIYAKUM.DAT)のCM-保険金額(基本
      * 担保)とし、保険金額が保有限度額以下の契約、保険金額が
      * 未設定(ゼロ)の契約は出再しない。
      *     超過率     ＝(保険金額 − 保有限度額)÷ 保険金額
      *     出再率     ＝ 超過率 × 出再割合(小数4桁四捨五入)
      *     出再保険料 ＝ 合計保険料 × 出再率(円未満切捨て)
      * 合計保険料はQB7700の保険料収入計上と合わせ、日報は合計
      * 保険料、継続保険料明細は割引後合計保険料を用いる。
      * 再保険特約マスターは処理基準日が有効期間内の行のみ使用
      * する。出再保険金の回収額はQB7470が支払確定時に同じ出再率
      * で算出する。
      *     出再保険料 借方 55110(出再保険料)
      *                貸方 22110(再保険借)
      * 改版履歴
      *   2026/10/15  新規作成
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT 再保険特約ファイル
               ASSIGN TO "SAITOKUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RI-再保険特約キー
               FILE STATUS IS WS-再保険特約状態.
           SELECT 保険料日報ファイル
               ASSIGN TO "QB7100RP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-日報状態.
           SELECT 継続保険料ファイル
               ASSIGN TO "QB71RNRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-継続状態.
           SELECT 契約マスターファイル
               ASSIGN TO "KEIYAKUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-契約者番号
               FILE STATUS IS WS-契約マスター状態.
           SELECT 出再明細ファイル
               ASSIGN TO "QB7720SB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-出再明細状態.
           SELECT ボーダローファイル
               ASSIGN TO "QB7720RP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-レポート状態.
           SELECT 仕訳インターフェースファイル
               ASSIGN TO "QB7720IF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-仕訳状態.
       DATA DIVISION.
       FILE SECTION.
       FD  再保険特約ファイル.
           COPY VB71C542.
       FD  保険料日報ファイル.
           COPY VB71C500.
       FD  継続保険料ファイル.
           COPY VB71C902.
       FD  契約マスターファイル.
           COPY VB71C100.
       FD  出再明細ファイル.
           COPY VB71C543.
       FD  ボーダローファイル.
       01  BD-レポート行              PIC X(130).
       FD  仕訳インターフェースファイル.
           COPY VB71C540.
       WORKING-STORAGE SECTION.
       01  WS-再保険特約状態          PIC X(2).
       01  WS-日報状態                PIC X(2).
       01  WS-継続状態                PIC X(2).
       01  WS-契約マスター状態        PIC X(2).
       01  WS-出再明細状態            PIC X(2).
       01  WS-レポート状態            PIC X(2).
       01  WS-仕訳状態                PIC X(2).
       01  WS-ファイル終了スイッチ    PIC X(1)  VALUE 'N'.
           88  WS-ファイル終了        VALUE 'Y'.
       01  WS-対象ありスイッチ        PIC X(1).
           88  WS-対象あり            VALUE 'Y'.
       01  WS-ヒットスイッチ          PIC X(1).
           88  WS-科目ヒット          VALUE 'Y'.
       01  WS-出再ありスイッチ        PIC X(1).
           88  WS-出再あり            VALUE 'Y'.
       01  WS-現在日時                PIC X(21).
       01  WS-処理基準日              PIC 9(8).
       01  WS-契約者番号              PIC 9(10).
       01  WS-証券種目区分            PIC X(2).
       01  WS-保険料区分              PIC X(1).
       01  WS-合計保険料              PIC 9(8).
       01  WS-出再率                  PIC 9(1)V9(4).
       01  WS-出再保険料              PIC 9(8).
      *    有効な再保険特約テーブル(出再種目の行のみ)。あふれた
      *    場合は出再漏れのまま仕訳を作らないよう異常終了する
       01  WS-再保険特約テーブル.
           05  WS-特約登録件数        PIC 9(4)  VALUE ZERO.
           05  WS-特約明細 OCCURS 50 TIMES.
               10  WS-特約種目区分     PIC X(2).
               10  WS-特約会社コード   PIC X(5).
               10  WS-特約会社名称     PIC X(30).
               10  WS-特約保有限度額   PIC 9(10).
               10  WS-特約出再割合     PIC 9(1)V9(4).
       01  WS-特約添字                PIC 9(4).
      *    ボーダローを出力する再保険会社の一覧(特約テーブルに現れ
      *    た順)
       01  WS-再保険会社テーブル.
           05  WS-会社登録件数        PIC 9(4)  VALUE ZERO.
           05  WS-会社明細 OCCURS 50 TIMES.
               10  WS-会社コード       PIC X(5).
               10  WS-会社名称         PIC X(30).
       01  WS-会社添字                PIC 9(4).
       01  WS-会社小計件数            PIC 9(7).
       01  WS-会社小計保険料          PIC 9(13).
      *    証券種目区分の集計枠(QB7700の科目テーブルと同じ並び)
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
       01  WS-種目別金額集計.
           05  WS-種目別出再保険料 OCCURS 5 TIMES
                                      PIC 9(13) VALUE ZERO.
       01  WS-種目添字                PIC 9(2).
       01  WS-借方科目コード          PIC X(5)  VALUE '55110'.
       01  WS-貸方科目コード          PIC X(5)  VALUE '22110'.
       01  WS-仕訳明細件数            PIC 9(7)  VALUE ZERO.
       01  WS-仕訳金額合計            PIC 9(13) VALUE ZERO.
       01  WS-あふれ件数              PIC 9(9)  VALUE ZERO.
       01  WS-入力件数                PIC 9(9)  VALUE ZERO.
       01  WS-出再契約件数            PIC 9(9)  VALUE ZERO.
       01  WS-出再明細件数            PIC 9(9)  VALUE ZERO.
       01  WS-保有内件数              PIC 9(9)  VALUE ZERO.
       01  WS-在籍なし件数            PIC 9(9)  VALUE ZERO.
      *    レポート編集行
       01  WS-見出し行1.
           05  FILLER                 PIC X(50)  VALUE
               '＊＊ 出再ボーダロー(出再明細) ＊＊'.
           05  FILLER                 PIC X(17)  VALUE
               ' 処理基準日:'.
           05  WS-見出し処理基準日    PIC 9(8).
       01  WS-会社見出し行.
           05  FILLER                 PIC X(17)  VALUE
               '再保険会社:'.
           05  WS-会社行コード        PIC X(5).
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-会社行名称          PIC X(30).
       01  WS-見出し行2.
           05  FILLER                 PIC X(32)  VALUE
               '種目 契約者番号 区分'.
           05  FILLER                 PIC X(36)  VALUE
               '     保険金額   保有限度額'.
           05  FILLER                 PIC X(48)  VALUE
               '  出再率   合計保険料   出再保険料'.
       01  WS-明細行.
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-行種目区分          PIC X(2).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  WS-行契約者番号        PIC 9(10).
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  WS-行保険料区分        PIC X(1).
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  WS-行保険金額          PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(1)   VALUE SPACE.
           05  WS-行保有限度額        PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  WS-行出再率            PIC 9.9999.
           05  FILLER                 PIC X(2)   VALUE SPACES.
           05  WS-行合計保険料        PIC ZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(3)   VALUE SPACES.
           05  WS-行出再保険料        PIC ZZ,ZZZ,ZZ9.
       01  WS-小計行.
           05  FILLER                 PIC X(20)  VALUE
               '  会社計  件数'.
           05  WS-小計件数            PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(23)  VALUE
               '  出再保険料計'.
           05  WS-小計出再保険料      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-空白行                  PIC X(1)   VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           MOVE FUNCTION CURRENT-DATE TO WS-現在日時
           MOVE WS-現在日時(1:8) TO WS-処理基準日
           PERFORM 再保険特約読込
      * 再保険特約テーブルからあふれた行がある場合、出再漏れの
      * まま仕訳を作らないよう異常終了する
           IF WS-あふれ件数 > ZERO
               DISPLAY "QB7720 再保険特約テーブルあふれ "
                       WS-あふれ件数
               STOP RUN
           END-IF
           OPEN INPUT  保険料日報ファイル
           OPEN INPUT  継続保険料ファイル
           OPEN INPUT  契約マスターファイル
           OPEN OUTPUT 出再明細ファイル
           OPEN OUTPUT ボーダローファイル
           OPEN OUTPUT 仕訳インターフェースファイル
           IF WS-日報状態 NOT = "00"
              OR WS-継続状態 NOT = "00"
              OR WS-契約マスター状態 NOT = "00"
              OR WS-出再明細状態 NOT = "00"
              OR WS-レポート状態 NOT = "00"
              OR WS-仕訳状態 NOT = "00"
               DISPLAY "QB7720 ファイルOPENエラー "
                       WS-日報状態 " " WS-継続状態 " "
                       WS-契約マスター状態 " "
                       WS-出再明細状態 " "
                       WS-レポート状態 " " WS-仕訳状態
               STOP RUN
           END-IF
           MOVE 'N' TO WS-ファイル終了スイッチ
           PERFORM UNTIL WS-ファイル終了
               READ 保険料日報ファイル
                   AT END
                       SET WS-ファイル終了 TO TRUE
                   NOT AT END
                       ADD 1 TO WS-入力件数
                       MOVE RP-契約者番号   TO WS-契約者番号
                       MOVE RP-証券種目区分
                                         TO WS-証券種目区分
                       MOVE RP-合計保険料   TO WS-合計保険料
                       MOVE '1'             TO WS-保険料区分
                       PERFORM 出再判定
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-ファイル終了スイッチ
           PERFORM UNTIL WS-ファイル終了
               READ 継続保険料ファイル
                   AT END
                       SET WS-ファイル終了 TO TRUE
                   NOT AT END
                       ADD 1 TO WS-入力件数
                       MOVE RN-契約者番号   TO WS-契約者番号
                       MOVE RN-証券種目区分
                                         TO WS-証券種目区分
                       MOVE RN-割引後合計保険料
                                         TO WS-合計保険料
                       MOVE '2'             TO WS-保険料区分
                       PERFORM 出再判定
               END-READ
           END-PERFORM
           CLOSE 出再明細ファイル
           PERFORM ボーダロー出力
           PERFORM 仕訳出力
           CLOSE 保険料日報ファイル
           CLOSE 継続保険料ファイル
           CLOSE 契約マスターファイル
           CLOSE ボーダローファイル
           CLOSE 仕訳インターフェースファイル
           DISPLAY "QB7720 入力 " WS-入力件数
                   " 出再契約 " WS-出再契約件数
                   " 出再明細 " WS-出再明細件数
                   " 保有内 " WS-保有内件数
                   " 在籍なし " WS-在籍なし件数
           STOP RUN.

       再保険特約読込.
      * 再保険特約マスターのうち出再種目('02'/'03')で処理基準日
      * が有効期間内の行をテーブルへ読み込み、再保険会社の一覧を
      * 作る。マスターが未作成の場合は出再なしとして続行する
           OPEN INPUT 再保険特約ファイル
           IF WS-再保険特約状態 NOT = "00"
               DISPLAY "QB7720 再保険特約マスター未検出 "
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
                   MOVE RI-再保険会社名称
                       TO WS-特約会社名称(WS-特約登録件数)
                   MOVE RI-保有限度額
                       TO WS-特約保有限度額
                                      (WS-特約登録件数)
                   MOVE RI-出再割合
                       TO WS-特約出再割合(WS-特約登録件数)
                   PERFORM 再保険会社登録
               ELSE
                   ADD 1 TO WS-あふれ件数
               END-IF
           END-IF.

       再保険会社登録.
           MOVE 'N' TO WS-ヒットスイッチ
           PERFORM VARYING WS-会社添字 FROM 1 BY 1
                   UNTIL WS-会社添字 > WS-会社登録件数
                      OR WS-科目ヒット
               IF WS-会社コード(WS-会社添字) =
                      RI-再保険会社コード
                   SET WS-科目ヒット TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-科目ヒット
               ADD 1 TO WS-会社登録件数
               MOVE RI-再保険会社コード
                   TO WS-会社コード(WS-会社登録件数)
               MOVE RI-再保険会社名称
                   TO WS-会社名称(WS-会社登録件数)
           END-IF.

       出再判定.
      * 出再種目の契約について契約マスターの保険金額を取得し、
      * 同じ種目の再保険特約行ごとに保有限度額超過分の出再保険料
      * を計算する
           IF WS-証券種目区分 = '02'
              OR WS-証券種目区分 = '03'
               PERFORM 契約マスター読込
               IF NOT WS-対象あり
                   ADD 1 TO WS-在籍なし件数
               ELSE
                   MOVE 'N' TO WS-出再ありスイッチ
                   PERFORM VARYING WS-特約添字 FROM 1 BY 1
                           UNTIL WS-特約添字 > WS-特約登録件数
                       IF WS-特約種目区分(WS-特約添字) =
                              WS-証券種目区分
                          AND CM-保険金額 >
                              WS-特約保有限度額(WS-特約添字)
                           PERFORM 出再明細出力
                       END-IF
                   END-PERFORM
                   IF WS-出再あり
                       ADD 1 TO WS-出再契約件数
                   ELSE
                       ADD 1 TO WS-保有内件数
                   END-IF
               END-IF
           END-IF.

       契約マスター読込.
           MOVE 'N' TO WS-対象ありスイッチ
           MOVE WS-契約者番号 TO CM-契約者番号
           READ 契約マスターファイル
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-対象あり TO TRUE
           END-READ.

       出再明細出力.
           SET WS-出再あり TO TRUE
           COMPUTE WS-出再率 ROUNDED =
               (CM-保険金額
                - WS-特約保有限度額(WS-特約添字))
               * WS-特約出再割合(WS-特約添字)
               / CM-保険金額
           COMPUTE WS-出再保険料 =
               WS-合計保険料 * WS-出再率
           ADD 1 TO WS-出再明細件数
           MOVE WS-処理基準日          TO SB-計上年月日
           MOVE WS-特約会社コード(WS-特約添字)
                                 TO SB-再保険会社コード
           MOVE WS-契約者番号          TO SB-契約者番号
           MOVE WS-証券種目区分        TO SB-証券種目区分
           MOVE WS-保険料区分          TO SB-保険料区分
           MOVE CM-保険金額            TO SB-保険金額
           MOVE WS-特約保有限度額(WS-特約添字)
                                 TO SB-保有限度額
           MOVE WS-出再率              TO SB-出再率
           MOVE WS-合計保険料          TO SB-合計保険料
           MOVE WS-出再保険料          TO SB-出再保険料
           WRITE SB-出再明細レコード
           PERFORM 種目別金額集計.

       種目別金額集計.
           MOVE 'N' TO WS-ヒットスイッチ
           PERFORM VARYING WS-種目添字 FROM 1 BY 1
                   UNTIL WS-種目添字 > 5
                      OR WS-科目ヒット
               IF WS-種目コード(WS-種目添字) =
                      WS-証券種目区分
                   SET WS-科目ヒット TO TRUE
                   ADD WS-出再保険料
                       TO WS-種目別出再保険料(WS-種目添字)
               END-IF
           END-PERFORM.

       ボーダロー出力.
      * 再保険会社ごとに出再明細ファイルを先頭から読み直し、当該
      * 会社の明細と会社計を印字する
           MOVE WS-処理基準日 TO WS-見出し処理基準日
           WRITE BD-レポート行 FROM WS-見出し行1
           PERFORM VARYING WS-会社添字 FROM 1 BY 1
                   UNTIL WS-会社添字 > WS-会社登録件数
               PERFORM 会社別ボーダロー出力
           END-PERFORM.

       会社別ボーダロー出力.
           MOVE ZERO TO WS-会社小計件数
                        WS-会社小計保険料
           MOVE WS-会社コード(WS-会社添字)
                                 TO WS-会社行コード
           MOVE WS-会社名称(WS-会社添字)
                                 TO WS-会社行名称
           WRITE BD-レポート行 FROM WS-空白行
           WRITE BD-レポート行 FROM WS-会社見出し行
           WRITE BD-レポート行 FROM WS-見出し行2
           OPEN INPUT 出再明細ファイル
           MOVE 'N' TO WS-ファイル終了スイッチ
           PERFORM UNTIL WS-ファイル終了
               READ 出再明細ファイル
                   AT END
                       SET WS-ファイル終了 TO TRUE
                   NOT AT END
                       IF SB-再保険会社コード =
                              WS-会社コード(WS-会社添字)
                           PERFORM ボーダロー明細出力
                       END-IF
               END-READ
           END-PERFORM
           CLOSE 出再明細ファイル
           MOVE WS-会社小計件数   TO WS-小計件数
           MOVE WS-会社小計保険料 TO WS-小計出再保険料
           WRITE BD-レポート行 FROM WS-小計行.

       ボーダロー明細出力.
           ADD 1 TO WS-会社小計件数
           ADD SB-出再保険料 TO WS-会社小計保険料
           MOVE SB-証券種目区分        TO WS-行種目区分
           MOVE SB-契約者番号          TO WS-行契約者番号
           MOVE SB-保険料区分          TO WS-行保険料区分
           MOVE SB-保険金額            TO WS-行保険金額
           MOVE SB-保有限度額          TO WS-行保有限度額
           MOVE SB-出再率              TO WS-行出再率
           MOVE SB-合計保険料          TO WS-行合計保険料
           MOVE SB-出再保険料          TO WS-行出再保険料
           WRITE BD-レポート行 FROM WS-明細行.

       仕訳出力.
      * 出再保険料の立った種目ごとに借方(出再保険料)・貸方
      * (再保険借)の対仕訳を出力する(QB7700と同じヘッダ／明細／
      * トレーラ形式、トレーラはコントロールトータル)
           MOVE SPACES TO IF-仕訳ヘッダレコード
           MOVE '1'            TO IF-Hレコード区分
           MOVE WS-処理基準日  TO IF-H作成年月日
           MOVE 'QB71'         TO IF-Hシステムコード
           WRITE IF-仕訳ヘッダレコード
           PERFORM VARYING WS-種目添字 FROM 1 BY 1
                   UNTIL WS-種目添字 > 5
               IF WS-種目別出再保険料(WS-種目添字) > ZERO
                   PERFORM 借方明細出力
                   PERFORM 貸方明細出力
               END-IF
           END-PERFORM
           MOVE SPACES TO IF-仕訳トレーラレコード
           MOVE '9'              TO IF-Tレコード区分
           MOVE WS-仕訳明細件数  TO IF-T明細件数
           MOVE WS-仕訳金額合計  TO IF-T仕訳金額合計
           WRITE IF-仕訳トレーラレコード.

       借方明細出力.
           MOVE SPACES TO IF-仕訳明細レコード
           MOVE '2'                TO IF-Mレコード区分
           MOVE WS-処理基準日      TO IF-M計上年月日
           MOVE WS-借方科目コード
                                 TO IF-M勘定科目コード
           MOVE 'D'                TO IF-M貸借区分
           MOVE WS-種目コード(WS-種目添字)
                                 TO IF-M証券種目区分
           MOVE WS-種目別出再保険料(WS-種目添字)
                                 TO IF-M仕訳金額
           MOVE "出再保険料"       TO IF-M摘要
           PERFORM 仕訳明細共通出力.

       貸方明細出力.
           MOVE SPACES TO IF-仕訳明細レコード
           MOVE '2'                TO IF-Mレコード区分
           MOVE WS-処理基準日      TO IF-M計上年月日
           MOVE WS-貸方科目コード
                                 TO IF-M勘定科目コード
           MOVE 'C'                TO IF-M貸借区分
           MOVE WS-種目コード(WS-種目添字)
                                 TO IF-M証券種目区分
           MOVE WS-種目別出再保険料(WS-種目添字)
                                 TO IF-M仕訳金額
           MOVE "再保険借"         TO IF-M摘要
           PERFORM 仕訳明細共通出力.

       仕訳明細共通出力.
           ADD 1 TO WS-仕訳明細件数
           ADD IF-M仕訳金額 TO WS-仕訳金額合計
           WRITE IF-仕訳明細レコード.
