       IDENTIFICATION DIVISION.
       PROGRAM-ID. QB7910.
      *---------------------------------------------------------
      * 自火超：地震保険料控除証明書作成バッチ(年次)
      * パラメータファイル(QB7910PR.DAT)の対象年(yyyy)について、
      * EQ(地震)特約を付帯している契約が1月〜12月に実際に入金
      * した保険料を未収管理ファイル(MISYUUM.DAT、VB71C161)の
      * 入金済('1')回次から拾い(消込年月日が対象年のもの)、
      * そのうちの地震保険料相当額を契約者住所ファイル(JYUSYOM.
      * DAT、VB71C164)の宛先付きで控除証明書として印字する。
      * 従来は営業店が保険料日報を手で拾ってWordで作成していた。
      * 地震保険料相当額は、QB712345が料率適用履歴(VB71C600)へ
      * 残したEQ特約のローディング適用結果から、
      *     EQ保険料 ＝ 基本保険料 ×(適用ローディング率 − 1)
      *     按分率   ＝ EQ保険料 ÷(基本保険料＋特約保険料累計)
      * を求め、入金額に按分率を乗じて算出する(円未満切捨て)。
      * 料率適用履歴はQB71GCが退避した世代ファイル(QB71RH.
      * Dyyyymmdd)を対象年からパラメータの遡及年数分さかのぼって
      * 日付順に読み、当日分(QB71RH.DAT)を最後に読む。対象年末
      * より後の適用分は使わず、契約ごとに最も新しい算出結果を
      * 採用する。
      *   ・中途付帯(特約異動日が年の途中)のEQ特約は、請求予定日
      *     が特約異動日以降の回次のみを対象とする
      *   ・契約マスター(KEIYAKUM.DAT)に無い契約は年の途中で
      *     消滅したものとして消滅契約アーカイブ(KEIYAKUA.DAT／
      *     KEIYAKRA.DAT)の最新の消滅分から契約内容・特約を取り、
      *     対象年に入金した分を証明する
      * 料率適用履歴の無い契約・住所レコードの無い契約は証明書を
      * 作らず、除外理由付きで除外リストへ出力する(問い合わせ時
      * の確認用)。証明書は大口郵便割引の区分け順(郵便番号の
      * 昇順)に印字する。
      * 改版履歴
      *   2026/10/15  新規作成
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT パラメータファイル
               ASSIGN TO "QB7910PR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-パラメータ状態.
           SELECT 料率適用履歴ファイル
               ASSIGN TO WS-履歴ファイル名
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-履歴状態.
           SELECT 未収管理ファイル
               ASSIGN TO "MISYUUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MS-未収管理キー
               FILE STATUS IS WS-未収管理状態.
           SELECT 契約マスターファイル
               ASSIGN TO "KEIYAKUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-契約者番号
               FILE STATUS IS WS-契約マスター状態.
           SELECT 特約明細ファイル
               ASSIGN TO "KEIYAKUR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KA-特約アーカイブキー
               FILE STATUS IS WS-特約アーカイブ状態.
           SELECT 契約者住所ファイル
               ASSIGN TO "JYUSYOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JS-契約者番号
               FILE STATUS IS WS-住所状態.
           SELECT 控除証明書ファイル
               ASSIGN TO "QB7910RP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-証明書状態.
           SELECT 除外リストファイル
               ASSIGN TO "QB7910ER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-除外リスト状態.
       DATA DIVISION.
       FILE SECTION.
       FD  パラメータファイル.
       01  PR-パラメータレコード.
           05  PR-対象年               PIC 9(4).
           05  PR-履歴遡及年数         PIC 9(2).
       FD  料率適用履歴ファイル.
           COPY VB71C600.
       FD  未収管理ファイル.
           COPY VB71C161.
       FD  契約マスターファイル.
           COPY VB71C100.
       FD  特約明細ファイル.
           COPY VB71C150.
       FD  契約アーカイブファイル.
           COPY VB71C162.
       FD  特約アーカイブファイル.
           COPY VB71C163.
       FD  契約者住所ファイル.
           COPY VB71C164.
       FD  控除証明書ファイル.
       01  KS-証明書印字行            PIC X(90).
       FD  除外リストファイル.
       01  JG-除外レコード.
           05  JG-契約者番号           PIC 9(10).
           05  JG-証券種目区分         PIC X(2).
           05  JG-当年入金額           PIC 9(9).
           05  JG-除外理由             PIC X(30).
       WORKING-STORAGE SECTION.
       01  WS-パラメータ状態          PIC X(2).
       01  WS-履歴状態                PIC X(2).
       01  WS-未収管理状態            PIC X(2).
       01  WS-契約マスター状態        PIC X(2).
       01  WS-特約明細状態            PIC X(2).
       01  WS-契約アーカイブ状態      PIC X(2).
       01  WS-特約アーカイブ状態      PIC X(2).
       01  WS-住所状態                PIC X(2).
       01  WS-証明書状態              PIC X(2).
       01  WS-除外リスト状態          PIC X(2).
       01  WS-ファイル終了スイッチ    PIC X(1)  VALUE 'N'.
           88  WS-ファイル終了        VALUE 'Y'.
       01  WS-履歴終了スイッチ        PIC X(1).
           88  WS-履歴終了            VALUE 'Y'.
       01  WS-特約終了スイッチ        PIC X(1).
           88  WS-特約終了            VALUE 'Y'.
       01  WS-アーカイブ終了スイッチ  PIC X(1).
           88  WS-アーカイブ終了      VALUE 'Y'.
       01  WS-EQ付帯スイッチ          PIC X(1).
           88  WS-EQ付帯              VALUE 'Y'.
       01  WS-住所ありスイッチ        PIC X(1).
           88  WS-住所あり            VALUE 'Y'.
       01  WS-ヒットスイッチ          PIC X(1).
           88  WS-按分率ヒット        VALUE 'Y'.
       01  WS-EQ特約種別コード        PIC X(2)  VALUE 'EQ'.
       01  WS-履歴ファイル名          PIC X(18).
       01  WS-世代日付.
           05  WS-世代年              PIC 9(4).
           05  WS-世代月              PIC 9(2).
           05  WS-世代日              PIC 9(2).
       01  WS-遡及開始年              PIC 9(4).
       01  WS-対象年末日              PIC 9(8).
       01  WS-消込年                  PIC 9(4).
      *    料率適用履歴の契約単位グループ(QB712345の1回の算出で
      *    特約ごとに連続して書かれた行をまとめる)
       01  WS-履歴グループ.
           05  WS-グループ契約者番号  PIC 9(10) VALUE ZERO.
           05  WS-グループEQ有SW      PIC X(1).
               88  WS-グループEQ有    VALUE 'Y'.
           05  WS-グループEQ保険料    PIC 9(7)V9(4).
           05  WS-グループ基本保険料  PIC 9(7).
           05  WS-グループ特約累計    PIC 9(7).
           05  WS-グループ適用年月日  PIC 9(8).
       01  WS-グループ合計保険料      PIC 9(8).
      *    EQ按分率テーブル(契約ごとに最新の算出結果)。あふれた
      *    場合は証明書の作成漏れを作らないよう異常終了する
      *    (OCCURSの上限を広げること)
       01  WS-按分率テーブル.
           05  WS-按分率登録件数      PIC 9(4)  VALUE ZERO.
           05  WS-按分率明細 OCCURS 5000 TIMES.
               10  WS-按分契約者番号   PIC 9(10).
               10  WS-按分適用年月日   PIC 9(8).
               10  WS-EQ按分率         PIC 9(1)V9(6).
       01  WS-按分添字                PIC 9(4).
       01  WS-採用按分率              PIC 9(1)V9(6).
      *    処理中契約の契約内容(契約マスターまたはアーカイブ)
       01  WS-処理中契約者番号        PIC 9(10) VALUE ZERO.
       01  WS-処理中契約.
           05  WS-契約所在区分        PIC X(1).
               88  WS-在籍契約        VALUE '1'.
               88  WS-消滅契約        VALUE '2'.
           05  WS-契約種目区分        PIC X(2).
           05  WS-契約始期日          PIC 9(8).
           05  WS-契約終期日          PIC 9(8).
           05  WS-契約消滅年月日      PIC 9(8).
           05  WS-契約氏名漢字        PIC X(30).
           05  WS-EQ特約異動日        PIC 9(8).
           05  WS-当年入金額          PIC 9(9).
           05  WS-当年入金回数        PIC 9(3).
       01  WS-地震保険料              PIC 9(9).
      *    証明書対象テーブル(郵便番号順整列用、QB7900と同じ
      *    方式)。あふれた場合は異常終了する
       01  WS-証明書対象テーブル.
           05  WS-証明書登録件数      PIC 9(4)  VALUE ZERO.
           05  WS-証明書対象明細 OCCURS 5000 TIMES.
               10  WS-対象郵便番号     PIC X(7).
               10  WS-対象住所1        PIC X(40).
               10  WS-対象住所2        PIC X(40).
               10  WS-対象住所3        PIC X(40).
               10  WS-対象氏名漢字     PIC X(30).
               10  WS-対象契約者番号   PIC 9(10).
               10  WS-対象種目区分     PIC X(2).
               10  WS-対象始期日       PIC 9(8).
               10  WS-対象終期日       PIC 9(8).
               10  WS-対象消滅年月日   PIC 9(8).
               10  WS-対象入金額       PIC 9(9).
               10  WS-対象地震保険料   PIC 9(9).
       01  WS-証明書退避明細.
           05  WS-退避郵便番号        PIC X(7).
           05  WS-退避住所1           PIC X(40).
           05  WS-退避住所2           PIC X(40).
           05  WS-退避住所3           PIC X(40).
           05  WS-退避氏名漢字        PIC X(30).
           05  WS-退避契約者番号      PIC 9(10).
           05  WS-退避種目区分        PIC X(2).
           05  WS-退避始期日          PIC 9(8).
           05  WS-退避終期日          PIC 9(8).
           05  WS-退避消滅年月日      PIC 9(8).
           05  WS-退避入金額          PIC 9(9).
           05  WS-退避地震保険料      PIC 9(9).
       01  WS-整列添字                PIC 9(4).
       01  WS-比較添字                PIC 9(4).
       01  WS-最小添字                PIC 9(4).
       01  WS-印字添字                PIC 9(4).
      *    証明書編集行
       01  WS-区切り行                PIC X(60) VALUE ALL '*'.
       01  WS-郵便番号行.
           05  FILLER                 PIC X(5)  VALUE '  〒'.
           05  WS-宛先郵便番号        PIC X(7).
       01  WS-住所行.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-宛先住所            PIC X(40).
       01  WS-宛名行.
           05  FILLER                 PIC X(12)
                               VALUE '  宛名：'.
           05  WS-宛名氏名            PIC X(30).
           05  FILLER                 PIC X(4)  VALUE ' 様'.
       01  WS-表題行.
           05  FILLER                 PIC X(34)
                   VALUE '  地震保険料控除証明書('.
           05  WS-表題対象年          PIC 9(4).
           05  FILLER                 PIC X(8)  VALUE '年分)'.
       01  WS-契約番号行.
           05  FILLER                 PIC X(20)
                               VALUE '  契約者番号：'.
           05  WS-行契約者番号        PIC 9(10).
       01  WS-種目行.
           05  FILLER                 PIC X(18)
                               VALUE '  証券種目：'.
           05  WS-種目名称            PIC X(24).
       01  WS-期間行.
           05  FILLER                 PIC X(18)
                               VALUE '  保険期間：'.
           05  WS-行始期日            PIC 9(8).
           05  FILLER                 PIC X(3)  VALUE ' - '.
           05  WS-行終期日            PIC 9(8).
       01  WS-消滅行.
           05  FILLER                 PIC X(18)
                               VALUE '  消滅日：'.
           05  WS-行消滅年月日        PIC 9(8).
       01  WS-入金行.
           05  FILLER                 PIC X(28)
                               VALUE '  年間払込保険料：'.
           05  WS-入金額編集          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(4)  VALUE ' 円'.
       01  WS-地震行.
           05  FILLER                 PIC X(28)
                               VALUE '  うち地震保険料：'.
           05  WS-地震保険料編集      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(4)  VALUE ' 円'.
       01  WS-空白行                  PIC X(1)  VALUE SPACE.
       01  WS-読込世代数              PIC 9(5)  VALUE ZERO.
       01  WS-履歴件数                PIC 9(9)  VALUE ZERO.
       01  WS-入力件数                PIC 9(9)  VALUE ZERO.
       01  WS-作成件数                PIC 9(9)  VALUE ZERO.
       01  WS-除外件数                PIC 9(9)  VALUE ZERO.
       01  WS-EQなし件数              PIC 9(9)  VALUE ZERO.
       01  WS-あふれ件数              PIC 9(9)  VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM パラメータ読込
           PERFORM 按分率テーブル作成
      * 按分率テーブルからあふれた契約がある場合、証明書の作成
      * 漏れのまま一見正常なファイルを作らないよう異常終了する
           IF WS-あふれ件数 > ZERO
               DISPLAY "QB7910 按分率テーブルあふれ "
                       WS-あふれ件数
               STOP RUN
           END-IF
           OPEN INPUT  未収管理ファイル
           OPEN INPUT  契約マスターファイル
           OPEN INPUT  特約明細ファイル
           OPEN INPUT  契約アーカイブファイル
           OPEN INPUT  特約アーカイブファイル
           OPEN INPUT  契約者住所ファイル
           OPEN OUTPUT 控除証明書ファイル
           OPEN OUTPUT 除外リストファイル
           IF WS-未収管理状態 NOT = "00"
              OR WS-契約マスター状態 NOT = "00"
              OR WS-特約明細状態 NOT = "00"
              OR WS-契約アーカイブ状態 NOT = "00"
              OR WS-特約アーカイブ状態 NOT = "00"
              OR WS-住所状態 NOT = "00"
              OR WS-証明書状態 NOT = "00"
              OR WS-除外リスト状態 NOT = "00"
               DISPLAY "QB7910 ファイルOPENエラー "
                       WS-未収管理状態 " "
                       WS-契約マスター状態 " "
                       WS-特約明細状態 " "
                       WS-契約アーカイブ状態 " "
                       WS-特約アーカイブ状態 " "
                       WS-住所状態 " " WS-証明書状態 " "
                       WS-除外リスト状態
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ファイル終了
               READ 未収管理ファイル NEXT RECORD
                   AT END
                       SET WS-ファイル終了 TO TRUE
                   NOT AT END
                       ADD 1 TO WS-入力件数
                       PERFORM 未収明細処理
               END-READ
           END-PERFORM
           IF WS-処理中契約者番号 NOT = ZERO
               PERFORM 契約単位判定
           END-IF
      * 証明書対象テーブルからあふれた契約がある場合、証明書の
      * 出力漏れのまま一見正常なファイルを作らないよう異常終了
      * する
           IF WS-あふれ件数 > ZERO
               DISPLAY "QB7910 証明書対象テーブルあふれ "
                       WS-あふれ件数
               STOP RUN
           END-IF
           PERFORM 郵便番号順整列
           PERFORM 証明書一括印字
           CLOSE 未収管理ファイル
           CLOSE 契約マスターファイル
           CLOSE 特約明細ファイル
           CLOSE 契約アーカイブファイル
           CLOSE 特約アーカイブファイル
           CLOSE 契約者住所ファイル
           CLOSE 控除証明書ファイル
           CLOSE 除外リストファイル
           DISPLAY "QB7910 対象年 " PR-対象年
                   " 履歴世代 " WS-読込世代数
                   " 入力 " WS-入力件数
                   " 作成 " WS-作成件数
                   " 除外 " WS-除外件数
                   " EQなし " WS-EQなし件数
           STOP RUN.

       パラメータ読込.
           OPEN INPUT パラメータファイル
           IF WS-パラメータ状態 NOT = "00"
               DISPLAY "QB7910 パラメータOPENエラー "
                       WS-パラメータ状態
               STOP RUN
           END-IF
           READ パラメータファイル
               AT END
                   DISPLAY "QB7910 対象年パラメータなし"
                   STOP RUN
           END-READ
           CLOSE パラメータファイル
           COMPUTE WS-対象年末日 = PR-対象年 * 10000 + 1231
           COMPUTE WS-遡及開始年 =
               PR-対象年 - PR-履歴遡及年数.

       按分率テーブル作成.
      * 遡及開始年の1月1日から対象年の12月31日まで日付付き世代
      * ファイルを順に開き(ランの無かった日はファイル未検出の
      * まま読み飛ばす)、最後に当日分の履歴を読む。後から読んだ
      * 算出結果で契約の按分率を上書きする
           PERFORM VARYING WS-世代年 FROM WS-遡及開始年 BY 1
                   UNTIL WS-世代年 > PR-対象年
               PERFORM VARYING WS-世代月 FROM 1 BY 1
                       UNTIL WS-世代月 > 12
                   PERFORM VARYING WS-世代日 FROM 1 BY 1
                           UNTIL WS-世代日 > 31
                       STRING "QB71RH.D" WS-世代日付
                           DELIMITED BY SIZE
                           INTO WS-履歴ファイル名
                       END-STRING
                       PERFORM 履歴ファイル読込
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           MOVE "QB71RH.DAT" TO WS-履歴ファイル名
           PERFORM 履歴ファイル読込.

       履歴ファイル読込.
           OPEN INPUT 料率適用履歴ファイル
           IF WS-履歴状態 NOT = "00"
               CONTINUE
           ELSE
               ADD 1 TO WS-読込世代数
               MOVE ZERO TO WS-グループ契約者番号
               MOVE 'N' TO WS-履歴終了スイッチ
               PERFORM UNTIL WS-履歴終了
                   READ 料率適用履歴ファイル
                       AT END
                           SET WS-履歴終了 TO TRUE
                       NOT AT END
                           ADD 1 TO WS-履歴件数
                           PERFORM 履歴明細処理
                   END-READ
               END-PERFORM
               IF WS-グループ契約者番号 NOT = ZERO
                   PERFORM 履歴グループ確定
               END-IF
               CLOSE 料率適用履歴ファイル
           END-IF.

       履歴明細処理.
      * 対象年末より後に算出された履歴は使わない。契約者番号が
      * 変わったところで前契約の算出結果を確定する。特約保険料
      * 累計はグループ最後の行の値が当該算出の特約保険料合計と
      * なる
           IF RH-適用年月日 > WS-対象年末日
               CONTINUE
           ELSE
               IF RH-契約者番号 NOT =
                      WS-グループ契約者番号
                   IF WS-グループ契約者番号 NOT = ZERO
                       PERFORM 履歴グループ確定
                   END-IF
                   MOVE RH-契約者番号
                       TO WS-グループ契約者番号
                   MOVE 'N'   TO WS-グループEQ有SW
                   MOVE ZERO  TO WS-グループEQ保険料
               END-IF
               MOVE RH-基本保険料
                                 TO WS-グループ基本保険料
               MOVE RH-特約保険料累計
                                 TO WS-グループ特約累計
               MOVE RH-適用年月日
                                 TO WS-グループ適用年月日
               IF RH-特約種別コード = WS-EQ特約種別コード
                   SET WS-グループEQ有 TO TRUE
                   COMPUTE WS-グループEQ保険料 =
                       RH-基本保険料 *
                       (RH-適用ローディング率 - 1)
               END-IF
           END-IF.

       履歴グループ確定.
      * EQ特約を含む算出結果のみ按分率を求めて登録する(登録済
      * の契約は新しい算出結果で上書きする)
           COMPUTE WS-グループ合計保険料 =
               WS-グループ基本保険料 +
               WS-グループ特約累計
           IF WS-グループEQ有
              AND WS-グループ合計保険料 > ZERO
               COMPUTE WS-採用按分率 =
                   WS-グループEQ保険料 /
                   WS-グループ合計保険料
               PERFORM 按分率検索
               IF WS-按分率ヒット
                   MOVE WS-グループ適用年月日
                       TO WS-按分適用年月日(WS-按分添字)
                   MOVE WS-採用按分率
                       TO WS-EQ按分率(WS-按分添字)
               ELSE
                   PERFORM 按分率登録
               END-IF
           END-IF
           MOVE ZERO TO WS-グループ契約者番号.

       按分率検索.
           MOVE 'N' TO WS-ヒットスイッチ
           PERFORM VARYING WS-按分添字 FROM 1 BY 1
                   UNTIL WS-按分添字 > WS-按分率登録件数
                      OR WS-按分率ヒット
               IF WS-按分契約者番号(WS-按分添字) =
                      WS-グループ契約者番号
                   SET WS-按分率ヒット TO TRUE
               END-IF
           END-PERFORM
      * ヒット時はPERFORM VARYINGの終了判定前に添字が1進むため
      * 1戻して該当行を指す
           IF WS-按分率ヒット
               SUBTRACT 1 FROM WS-按分添字
           END-IF.

       按分率登録.
           IF WS-按分率登録件数 < 5000
               ADD 1 TO WS-按分率登録件数
               MOVE WS-グループ契約者番号
                   TO WS-按分契約者番号(WS-按分率登録件数)
               MOVE WS-グループ適用年月日
                   TO WS-按分適用年月日(WS-按分率登録件数)
               MOVE WS-採用按分率
                   TO WS-EQ按分率(WS-按分率登録件数)
           ELSE
               ADD 1 TO WS-あふれ件数
           END-IF.

       未収明細処理.
      * 未収管理ファイルは契約者番号＋請求回次の昇順のため、
      * 契約者番号が変わったところで前契約の証明書を判定し、
      * 新しい契約の契約内容とEQ特約の付帯状況を取得する
           IF MS-契約者番号 NOT = WS-処理中契約者番号
               IF WS-処理中契約者番号 NOT = ZERO
                   PERFORM 契約単位判定
               END-IF
               INITIALIZE WS-処理中契約
               MOVE MS-契約者番号 TO WS-処理中契約者番号
               PERFORM 契約内容取得
           END-IF
      * 対象年に消し込まれた入金済回次のうち、EQ特約の付帯後に
      * 請求された回次だけを集計する
           COMPUTE WS-消込年 = MS-消込年月日 / 10000
           IF WS-EQ付帯
              AND MS-入金状態区分 = '1'
              AND WS-消込年 = PR-対象年
              AND MS-請求予定日 >= WS-EQ特約異動日
               ADD 1 TO WS-当年入金回数
               ADD MS-請求金額 TO WS-当年入金額
           END-IF.

       契約内容取得.
      * 契約マスターに在籍していればそこから、無ければ消滅契約
      * アーカイブの最新の消滅分から契約内容と特約を取得する
           MOVE 'N' TO WS-EQ付帯スイッチ
           MOVE WS-処理中契約者番号 TO CM-契約者番号
           READ 契約マスターファイル
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-在籍契約 TO TRUE
           END-READ
           IF WS-在籍契約
               MOVE CM-証券種目区分     TO WS-契約種目区分
               MOVE CM-保険始期日       TO WS-契約始期日
               MOVE CM-保険終期日       TO WS-契約終期日
               MOVE CM-被保険者氏名漢字 TO WS-契約氏名漢字
               MOVE ZERO                TO WS-契約消滅年月日
               PERFORM 在籍特約検索
           ELSE
               PERFORM 消滅契約検索
               IF WS-消滅契約
                   PERFORM 消滅特約検索
               END-IF
           END-IF.

       在籍特約検索.
           MOVE 'N' TO WS-特約終了スイッチ
           MOVE WS-処理中契約者番号 TO KR-契約者番号
           MOVE ZERO                TO KR-特約連番
           START 特約明細ファイル
               KEY IS GREATER THAN KR-特約明細キー
               INVALID KEY
                   SET WS-特約終了 TO TRUE
           END-START
           PERFORM UNTIL WS-特約終了
               READ 特約明細ファイル NEXT RECORD
                   AT END
                       SET WS-特約終了 TO TRUE
                   NOT AT END
                       IF KR-契約者番号 NOT =
                              WS-処理中契約者番号
                           SET WS-特約終了 TO TRUE
                       ELSE
                           IF KR-特約種別コード =
                                  WS-EQ特約種別コード
                               SET WS-EQ付帯 TO TRUE
                               MOVE KR-特約異動日
                                   TO WS-EQ特約異動日
                               SET WS-特約終了 TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       消滅契約検索.
      * 同一契約者番号で複数回消滅している場合は最新の消滅分
      * (消滅年月日の最も大きいもの)を採用する
           MOVE 'N' TO WS-アーカイブ終了スイッチ
           MOVE WS-処理中契約者番号 TO AR-契約者番号
           MOVE ZERO                TO AR-消滅年月日
           START 契約アーカイブファイル
               KEY IS GREATER THAN AR-アーカイブキー
               INVALID KEY
                   SET WS-アーカイブ終了 TO TRUE
           END-START
           PERFORM UNTIL WS-アーカイブ終了
               READ 契約アーカイブファイル NEXT RECORD
                   AT END
                       SET WS-アーカイブ終了 TO TRUE
                   NOT AT END
                       IF AR-契約者番号 NOT =
                              WS-処理中契約者番号
                           SET WS-アーカイブ終了 TO TRUE
                       ELSE
                           SET WS-消滅契約 TO TRUE
                           MOVE AR-証券種目区分
                               TO WS-契約種目区分
                           MOVE AR-保険始期日
                               TO WS-契約始期日
                           MOVE AR-保険終期日
                               TO WS-契約終期日
                           MOVE AR-被保険者氏名漢字
                               TO WS-契約氏名漢字
                           MOVE AR-消滅年月日
                               TO WS-契約消滅年月日
                       END-IF
               END-READ
           END-PERFORM.

       消滅特約検索.
           MOVE 'N' TO WS-特約終了スイッチ
           MOVE WS-処理中契約者番号 TO KA-契約者番号
           MOVE WS-契約消滅年月日   TO KA-消滅年月日
           MOVE ZERO                TO KA-特約連番
           START 特約アーカイブファイル
               KEY IS GREATER THAN KA-特約アーカイブキー
               INVALID KEY
                   SET WS-特約終了 TO TRUE
           END-START
           PERFORM UNTIL WS-特約終了
               READ 特約アーカイブファイル NEXT RECORD
                   AT END
                       SET WS-特約終了 TO TRUE
                   NOT AT END
                       IF KA-契約者番号 NOT =
                              WS-処理中契約者番号
                          OR KA-消滅年月日 NOT =
                              WS-契約消滅年月日
                           SET WS-特約終了 TO TRUE
                       ELSE
                           IF KA-特約種別コード =
                                  WS-EQ特約種別コード
                               SET WS-EQ付帯 TO TRUE
                               MOVE KA-特約異動日
                                   TO WS-EQ特約異動日
                               SET WS-特約終了 TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       契約単位判定.
      * EQ特約の無い契約・対象年の入金が無い契約は何も出力
      * しない。按分率(料率適用履歴)または宛先の取れない契約は
      * 除外リストへ出力する
           IF NOT WS-EQ付帯
               ADD 1 TO WS-EQなし件数
           ELSE
               IF WS-当年入金額 > ZERO
                   PERFORM 地震保険料算出
               END-IF
           END-IF.

       地震保険料算出.
           MOVE WS-処理中契約者番号
                                 TO WS-グループ契約者番号
           PERFORM 按分率検索
           IF NOT WS-按分率ヒット
               MOVE "EQ料率適用履歴なし" TO JG-除外理由
               PERFORM 除外レコード出力
           ELSE
               COMPUTE WS-地震保険料 =
                   WS-当年入金額 * WS-EQ按分率(WS-按分添字)
               PERFORM 住所読込
               IF NOT WS-住所あり
                   MOVE "契約者住所レコードなし"
                                 TO JG-除外理由
                   PERFORM 除外レコード出力
               ELSE
                   PERFORM 証明書対象登録
               END-IF
           END-IF
           MOVE ZERO TO WS-グループ契約者番号.

       住所読込.
           MOVE 'N' TO WS-住所ありスイッチ
           MOVE WS-処理中契約者番号 TO JS-契約者番号
           READ 契約者住所ファイル
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-住所あり TO TRUE
           END-READ.

       除外レコード出力.
           ADD 1 TO WS-除外件数
           MOVE WS-処理中契約者番号    TO JG-契約者番号
           MOVE WS-契約種目区分        TO JG-証券種目区分
           MOVE WS-当年入金額          TO JG-当年入金額
           WRITE JG-除外レコード.

       証明書対象登録.
           IF WS-証明書登録件数 < 5000
               ADD 1 TO WS-証明書登録件数
               MOVE JS-郵便番号
                   TO WS-対象郵便番号(WS-証明書登録件数)
               MOVE JS-住所1
                   TO WS-対象住所1(WS-証明書登録件数)
               MOVE JS-住所2
                   TO WS-対象住所2(WS-証明書登録件数)
               MOVE JS-住所3
                   TO WS-対象住所3(WS-証明書登録件数)
               MOVE WS-契約氏名漢字
                   TO WS-対象氏名漢字(WS-証明書登録件数)
               MOVE WS-処理中契約者番号
                   TO WS-対象契約者番号(WS-証明書登録件数)
               MOVE WS-契約種目区分
                   TO WS-対象種目区分(WS-証明書登録件数)
               MOVE WS-契約始期日
                   TO WS-対象始期日(WS-証明書登録件数)
               MOVE WS-契約終期日
                   TO WS-対象終期日(WS-証明書登録件数)
               MOVE WS-契約消滅年月日
                   TO WS-対象消滅年月日(WS-証明書登録件数)
               MOVE WS-当年入金額
                   TO WS-対象入金額(WS-証明書登録件数)
               MOVE WS-地震保険料
                   TO WS-対象地震保険料(WS-証明書登録件数)
           ELSE
               ADD 1 TO WS-あふれ件数
           END-IF.

       郵便番号順整列.
      * 証明書対象テーブルを郵便番号の昇順に単純選択法で整列
      * する(大口郵便割引の区分け順)
           PERFORM VARYING WS-整列添字 FROM 1 BY 1
                   UNTIL WS-整列添字 >= WS-証明書登録件数
               MOVE WS-整列添字 TO WS-最小添字
               PERFORM VARYING WS-比較添字
                       FROM WS-整列添字 BY 1
                       UNTIL WS-比較添字 > WS-証明書登録件数
                   IF WS-対象郵便番号(WS-比較添字) <
                          WS-対象郵便番号(WS-最小添字)
                       MOVE WS-比較添字 TO WS-最小添字
                   END-IF
               END-PERFORM
               IF WS-最小添字 NOT = WS-整列添字
                   MOVE WS-証明書対象明細(WS-整列添字)
                       TO WS-証明書退避明細
                   MOVE WS-証明書対象明細(WS-最小添字)
                       TO WS-証明書対象明細(WS-整列添字)
                   MOVE WS-証明書退避明細
                       TO WS-証明書対象明細(WS-最小添字)
               END-IF
           END-PERFORM.

       証明書一括印字.
           PERFORM VARYING WS-印字添字 FROM 1 BY 1
                   UNTIL WS-印字添字 > WS-証明書登録件数
               PERFORM 証明書印字編集
           END-PERFORM.

       証明書印字編集.
           ADD 1 TO WS-作成件数
           WRITE KS-証明書印字行 FROM WS-区切り行
           MOVE WS-対象郵便番号(WS-印字添字)
               TO WS-宛先郵便番号
           WRITE KS-証明書印字行 FROM WS-郵便番号行
           MOVE WS-対象住所1(WS-印字添字) TO WS-宛先住所
           WRITE KS-証明書印字行 FROM WS-住所行
           IF WS-対象住所2(WS-印字添字) NOT = SPACES
               MOVE WS-対象住所2(WS-印字添字)
                   TO WS-宛先住所
               WRITE KS-証明書印字行 FROM WS-住所行
           END-IF
           IF WS-対象住所3(WS-印字添字) NOT = SPACES
               MOVE WS-対象住所3(WS-印字添字)
                   TO WS-宛先住所
               WRITE KS-証明書印字行 FROM WS-住所行
           END-IF
           MOVE WS-対象氏名漢字(WS-印字添字)
               TO WS-宛名氏名
           WRITE KS-証明書印字行 FROM WS-宛名行
           WRITE KS-証明書印字行 FROM WS-空白行
           MOVE PR-対象年 TO WS-表題対象年
           WRITE KS-証明書印字行 FROM WS-表題行
           MOVE WS-対象契約者番号(WS-印字添字)
               TO WS-行契約者番号
           WRITE KS-証明書印字行 FROM WS-契約番号行
           PERFORM 証券種目名称編集
           WRITE KS-証明書印字行 FROM WS-種目行
           MOVE WS-対象始期日(WS-印字添字) TO WS-行始期日
           MOVE WS-対象終期日(WS-印字添字) TO WS-行終期日
           WRITE KS-証明書印字行 FROM WS-期間行
           IF WS-対象消滅年月日(WS-印字添字) NOT = ZERO
               MOVE WS-対象消滅年月日(WS-印字添字)
                   TO WS-行消滅年月日
               WRITE KS-証明書印字行 FROM WS-消滅行
           END-IF
           MOVE WS-対象入金額(WS-印字添字)
               TO WS-入金額編集
           WRITE KS-証明書印字行 FROM WS-入金行
           MOVE WS-対象地震保険料(WS-印字添字)
               TO WS-地震保険料編集
           WRITE KS-証明書印字行 FROM WS-地震行
           WRITE KS-証明書印字行 FROM WS-空白行.

       証券種目名称編集.
           EVALUATE WS-対象種目区分(WS-印字添字)
               WHEN '01'
                   MOVE '住宅火災保険'   TO WS-種目名称
               WHEN '02'
                   MOVE '事業所総合保険' TO WS-種目名称
               WHEN '03'
                   MOVE '超保険'         TO WS-種目名称
               WHEN '11'
                   MOVE '職域団体保険'   TO WS-種目名称
               WHEN '21'
                   MOVE 'eAuto自動車保険' TO WS-種目名称
               WHEN OTHER
                   MOVE SPACES           TO WS-種目名称
           END-EVALUATE.
