       IDENTIFICATION DIVISION.
       PROGRAM-ID. QB7220.
      *---------------------------------------------------------
      * 自火超：契約照会・異動入力保守画面
      * 契約者番号を指定して、契約マスター・特約明細・契約者住所
      * ・振替口座を1画面で照会し、その場で新規('A')・異動('C')
      * ・解約('D')の異動トランザクションを入力する。従来は異動
      * トラン(QB7200TR.DAT)をエディタで直接作成しており、桁ずれ
      * や未登録代理店のトランが夜間のQB7200・翌朝のQB7300で初め
      * てエラーになっていた。
      * 入力したトランは登録前にQB7300と同等のエディット(E001〜
      * E009)と在籍チェックを即時に行い、通過したものだけを異動
      * 入力管理ファイル(QB7220KR.DAT、VB71C115)へ受付番号付き・
      * 未承認で登録する。入力者と別の担当者が承認した時点で異動
      * トランをQB7200TR.DATへ追記する(入力者本人は承認できない)。
      * 未承認の受付は取消できる。入力・承認・取消のいずれも担当
      * 者IDと日時を異動入力管理ファイルに記録する。
      *     機能 '1'=照会 '2'=異動入力 '3'=承認 '4'=取消 '9'=終了
      * 改版履歴
      *   2026/10/15  新規作成
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT 契約者住所ファイル
               ASSIGN TO "JYUSYOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JS-契約者番号
               FILE STATUS IS WS-住所状態.
           SELECT 振替口座マスターファイル
               ASSIGN TO "FURIKAEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FK-契約者番号
               FILE STATUS IS WS-振替口座状態.
           SELECT 代理店マスターファイル
               ASSIGN TO "DAIRITEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-代理店コード
               FILE STATUS IS WS-代理店マスター状態.
           SELECT 団体マスターファイル
               ASSIGN TO "DANTAIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-団体コード
               FILE STATUS IS WS-団体マスター状態.
           SELECT 異動入力管理ファイル
               ASSIGN TO "QB7220KR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IK-受付番号
               FILE STATUS IS WS-入力管理状態.
           SELECT 異動トランザクションファイル
               ASSIGN TO "QB7200TR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-トラン状態.
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
       FD  代理店マスターファイル.
           COPY VB71C165.
       FD  団体マスターファイル.
           COPY VB71C168.
       FD  異動入力管理ファイル.
           COPY VB71C115.
       FD  異動トランザクションファイル.
      * VB71C110と同一レイアウト(異動入力管理レコードのイメージ
      * をそのまま追記する)
       01  TF-異動トランレコード       PIC X(155).
       WORKING-STORAGE SECTION.
       01  WS-契約マスター状態        PIC X(2).
       01  WS-特約明細状態            PIC X(2).
       01  WS-住所状態                PIC X(2).
       01  WS-振替口座状態            PIC X(2).
       01  WS-代理店マスター状態      PIC X(2).
       01  WS-団体マスター状態        PIC X(2).
       01  WS-入力管理状態            PIC X(2).
       01  WS-トラン状態              PIC X(2).
      *    入力中・承認対象の異動トランザクション
           COPY VB71C110.
      *    エディットエラー(QB7300のエラー一覧と同じコード体系)
           COPY VB71C130.
       01  WS-業務終了スイッチ        PIC X(1)  VALUE 'N'.
           88  WS-業務終了            VALUE 'Y'.
       01  WS-入力終了スイッチ        PIC X(1).
           88  WS-入力終了            VALUE 'Y'.
       01  WS-エディットエラースイッチ PIC X(1).
           88  WS-エディットエラーあり VALUE 'Y'.
       01  WS-契約ありスイッチ        PIC X(1).
           88  WS-契約あり            VALUE 'Y'.
       01  WS-受付ありスイッチ        PIC X(1).
           88  WS-受付あり            VALUE 'Y'.
       01  WS-追記成功スイッチ        PIC X(1).
           88  WS-追記成功            VALUE 'Y'.
       01  WS-特約明細終了スイッチ    PIC X(1).
           88  WS-特約明細終了        VALUE 'Y'.
       01  WS-受付終了スイッチ        PIC X(1).
           88  WS-受付終了            VALUE 'Y'.
       01  WS-限度変更スイッチ        PIC X(1).
           88  WS-限度変更            VALUE 'Y'.
       01  WS-特約添字                PIC 9(2).
      *    画面入力項目
       01  WS-担当者ID                PIC X(8)  VALUE SPACES.
       01  WS-画面機能                PIC X(1).
       01  WS-画面契約者番号          PIC 9(10) VALUE ZERO.
       01  WS-画面受付番号            PIC 9(12) VALUE ZERO.
       01  WS-確認入力                PIC X(1).
       01  WS-メッセージ.
           05  WS-メッセージコード    PIC X(4).
           05  FILLER                 PIC X(1).
           05  WS-メッセージ本文      PIC X(55).
      *    照会画面の編集項目
       01  WS-照会代理店名称          PIC X(30).
       01  WS-照会団体名称            PIC X(40).
       01  WS-照会住所有無            PIC X(20).
       01  WS-照会口座有無            PIC X(20).
       01  WS-特約表示件数            PIC 9(2).
       01  WS-特約表示テーブル.
           05  WS-特約表示行 OCCURS 10 TIMES.
               10  WS-表示特約連番     PIC Z9.
               10  FILLER              PIC X(4).
               10  WS-表示特約種別     PIC X(2).
               10  FILLER              PIC X(4).
               10  WS-表示特約異動日   PIC 9(8).
               10  FILLER              PIC X(4).
               10  WS-表示特約保険金額 PIC ZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(4).
               10  WS-表示特約支払累計 PIC ZZ,ZZZ,ZZZ,ZZ9.
      *    受付確認画面の編集項目
       01  WS-確認状態名称            PIC X(10).
       01  WS-確認処理名称            PIC X(10).
      *    受付番号採番
       01  WS-現在日時                PIC X(21).
       01  WS-処理年月日              PIC 9(8).
       01  WS-最終受付連番            PIC 9(4).
       01  WS-照会件数                PIC 9(9)  VALUE ZERO.
       01  WS-登録件数                PIC 9(9)  VALUE ZERO.
       01  WS-承認件数                PIC 9(9)  VALUE ZERO.
       01  WS-取消件数                PIC 9(9)  VALUE ZERO.
       SCREEN SECTION.
       01  SC-ログオン画面.
           05  BLANK SCREEN.
           05  LINE 01 COL 02
               VALUE "QB7220  契約照会・異動入力".
           05  LINE 05 COL 10 VALUE "担当者ID".
           05  LINE 05 COL 22 PIC X(8) USING WS-担当者ID.
           05  LINE 23 COL 02 PIC X(60) FROM WS-メッセージ.
       01  SC-メニュー画面.
           05  BLANK SCREEN.
           05  LINE 01 COL 02
               VALUE "QB7220  契約照会・異動入力".
           05  LINE 01 COL 60 VALUE "担当者".
           05  LINE 01 COL 68 PIC X(8) FROM WS-担当者ID.
           05  LINE 04 COL 10 VALUE "1  契約照会".
           05  LINE 05 COL 10
               VALUE "2  異動入力(A新規 C異動 D解約)".
           05  LINE 06 COL 10 VALUE "3  異動承認".
           05  LINE 07 COL 10 VALUE "4  異動取消".
           05  LINE 08 COL 10 VALUE "9  終了".
           05  LINE 11 COL 10 VALUE "機能".
           05  LINE 11 COL 26 PIC X(1) USING WS-画面機能.
           05  LINE 13 COL 10 VALUE "契約者番号".
           05  LINE 13 COL 26 PIC 9(10) USING WS-画面契約者番号.
           05  LINE 13 COL 40 VALUE "(照会・異動入力)".
           05  LINE 15 COL 10 VALUE "受付番号".
           05  LINE 15 COL 26 PIC 9(12) USING WS-画面受付番号.
           05  LINE 15 COL 40 VALUE "(承認・取消)".
           05  LINE 23 COL 02 PIC X(60) FROM WS-メッセージ.
       01  SC-照会画面.
           05  BLANK SCREEN.
           05  LINE 01 COL 02 VALUE "QB7220  契約照会".
           05  LINE 01 COL 60 VALUE "担当者".
           05  LINE 01 COL 68 PIC X(8) FROM WS-担当者ID.
           05  LINE 03 COL 02 VALUE "契約者番号".
           05  LINE 03 COL 14 PIC 9(10) FROM CM-契約者番号.
           05  LINE 03 COL 28 VALUE "証券種目".
           05  LINE 03 COL 38 PIC X(2) FROM CM-証券種目区分.
           05  LINE 03 COL 44 VALUE "払込区分".
           05  LINE 03 COL 54 PIC X(1) FROM CM-払込区分.
           05  LINE 04 COL 02 VALUE "氏名".
           05  LINE 04 COL 14 PIC X(30)
               FROM CM-被保険者氏名漢字.
           05  LINE 04 COL 46 PIC X(30)
               FROM CM-被保険者氏名カナ.
           05  LINE 05 COL 02 VALUE "保険期間".
           05  LINE 05 COL 14 PIC 9(8) FROM CM-保険始期日.
           05  LINE 05 COL 23 VALUE "-".
           05  LINE 05 COL 25 PIC 9(8) FROM CM-保険終期日.
           05  LINE 05 COL 36 VALUE "証券年数".
           05  LINE 05 COL 46 PIC Z9 FROM CM-証券年数.
           05  LINE 06 COL 02 VALUE "クラス".
           05  LINE 06 COL 14 PIC X(2) FROM CM-契約クラス.
           05  LINE 06 COL 18 VALUE "構造".
           05  LINE 06 COL 24 PIC X(1) FROM CM-構造区分.
           05  LINE 06 COL 28 VALUE "地域".
           05  LINE 06 COL 34 PIC X(3) FROM CM-地域コード.
           05  LINE 06 COL 40 VALUE "団体規模".
           05  LINE 06 COL 50 PIC X(2) FROM CM-団体規模区分.
           05  LINE 06 COL 54 VALUE "車両".
           05  LINE 06 COL 60 PIC X(2) FROM CM-車両クラス.
           05  LINE 06 COL 64 VALUE "等級".
           05  LINE 06 COL 70 PIC X(2) FROM CM-ノンフリート等級.
           05  LINE 07 COL 02 VALUE "保険金額".
           05  LINE 07 COL 14 PIC ZZ,ZZZ,ZZZ,ZZ9 FROM CM-保険金額.
           05  LINE 07 COL 30 VALUE "支払累計".
           05  LINE 07 COL 40 PIC ZZ,ZZZ,ZZZ,ZZ9
               FROM CM-支払累計額.
           05  LINE 08 COL 02 VALUE "代理店".
           05  LINE 08 COL 14 PIC X(5) FROM CM-代理店コード.
           05  LINE 08 COL 20 PIC X(30) FROM WS-照会代理店名称.
           05  LINE 09 COL 02 VALUE "団体".
           05  LINE 09 COL 14 PIC X(6) FROM CM-団体コード.
           05  LINE 09 COL 22 PIC X(40) FROM WS-照会団体名称.
           05  LINE 11 COL 02 VALUE "住所".
           05  LINE 11 COL 14 PIC X(7) FROM JS-郵便番号.
           05  LINE 11 COL 24 PIC X(12) FROM JS-電話番号.
           05  LINE 11 COL 40 PIC X(20) FROM WS-照会住所有無.
           05  LINE 12 COL 14 PIC X(40) FROM JS-住所1.
           05  LINE 13 COL 14 PIC X(40) FROM JS-住所2.
           05  LINE 14 COL 14 PIC X(40) FROM JS-住所3.
           05  LINE 15 COL 02 VALUE "振替口座".
           05  LINE 15 COL 14 PIC X(4) FROM FK-銀行コード.
           05  LINE 15 COL 19 PIC X(3) FROM FK-支店コード.
           05  LINE 15 COL 23 PIC X(1) FROM FK-預金種目.
           05  LINE 15 COL 25 PIC X(7) FROM FK-口座番号.
           05  LINE 15 COL 34 PIC X(30) FROM FK-預金者名カナ.
           05  LINE 15 COL 66 PIC X(12) FROM WS-照会口座有無.
           05  LINE 16 COL 02 VALUE "特約".
           05  LINE 16 COL 08 PIC Z9 FROM CM-特約件数.
           05  LINE 16 COL 11 VALUE "件".
           05  LINE 16 COL 14
               VALUE "連番  種別  異動日".
           05  LINE 16 COL 50 VALUE "保険金額".
           05  LINE 16 COL 66 VALUE "支払累計".
           05  LINE 17 COL 14 PIC X(57) FROM WS-特約表示行(1).
           05  LINE 18 COL 14 PIC X(57) FROM WS-特約表示行(2).
           05  LINE 19 COL 14 PIC X(57) FROM WS-特約表示行(3).
           05  LINE 20 COL 14 PIC X(57) FROM WS-特約表示行(4).
           05  LINE 21 COL 14 PIC X(57) FROM WS-特約表示行(5).
           05  LINE 22 COL 02 VALUE "確認(Enter)".
           05  LINE 22 COL 16 PIC X(1) USING WS-確認入力.
           05  LINE 23 COL 02 PIC X(60) FROM WS-メッセージ.
       01  SC-異動入力画面.
           05  BLANK SCREEN.
           05  LINE 01 COL 02 VALUE "QB7220  異動入力".
           05  LINE 01 COL 60 VALUE "担当者".
           05  LINE 01 COL 68 PIC X(8) FROM WS-担当者ID.
           05  LINE 03 COL 02 VALUE "異動区分(A/C/D)".
           05  LINE 03 COL 20 PIC X(1) USING TR-異動区分.
           05  LINE 03 COL 26 VALUE "契約者番号".
           05  LINE 03 COL 38 PIC 9(10) USING TR-契約者番号.
           05  LINE 05 COL 02 VALUE "証券種目".
           05  LINE 05 COL 12 PIC X(2) USING TR-証券種目区分.
           05  LINE 05 COL 16 VALUE "代理店".
           05  LINE 05 COL 24 PIC X(5) USING TR-代理店コード.
           05  LINE 05 COL 31 VALUE "クラス".
           05  LINE 05 COL 39 PIC X(2) USING TR-契約クラス.
           05  LINE 05 COL 43 VALUE "構造".
           05  LINE 05 COL 49 PIC X(1) USING TR-構造区分.
           05  LINE 05 COL 52 VALUE "地域".
           05  LINE 05 COL 58 PIC X(3) USING TR-地域コード.
           05  LINE 06 COL 02 VALUE "保険始期日".
           05  LINE 06 COL 14 PIC 9(8) USING TR-保険始期日.
           05  LINE 06 COL 24 VALUE "保険終期日".
           05  LINE 06 COL 36 PIC 9(8) USING TR-保険終期日.
           05  LINE 06 COL 46 VALUE "証券年数".
           05  LINE 06 COL 56 PIC 9(2) USING TR-証券年数.
           05  LINE 07 COL 02 VALUE "団体規模".
           05  LINE 07 COL 12 PIC X(2) USING TR-団体規模区分.
           05  LINE 07 COL 16 VALUE "車両".
           05  LINE 07 COL 22 PIC X(2) USING TR-車両クラス.
           05  LINE 07 COL 26 VALUE "等級".
           05  LINE 07 COL 32 PIC X(2)
               USING TR-ノンフリート等級.
           05  LINE 07 COL 36 VALUE "払込区分(1/2/3)".
           05  LINE 07 COL 53 PIC X(1) USING TR-払込区分.
           05  LINE 08 COL 02 VALUE "氏名カナ".
           05  LINE 08 COL 14 PIC X(30)
               USING TR-被保険者氏名カナ.
           05  LINE 09 COL 02 VALUE "氏名漢字".
           05  LINE 09 COL 14 PIC X(30)
               USING TR-被保険者氏名漢字.
           05  LINE 10 COL 02 VALUE "保険金額".
           05  LINE 10 COL 14 PIC 9(10) USING TR-保険金額.
           05  LINE 10 COL 26 VALUE "団体コード".
           05  LINE 10 COL 38 PIC X(6) USING TR-団体コード.
           05  LINE 12 COL 02 VALUE "特約種別".
           05  LINE 12 COL 14 PIC X(2) USING TR-特約種別コード.
           05  LINE 12 COL 18 VALUE "特約異動日".
           05  LINE 12 COL 30 PIC 9(8) USING TR-特約異動日.
           05  LINE 12 COL 40 VALUE "特約保険金額".
           05  LINE 12 COL 54 PIC 9(10) USING TR-特約保険金額.
           05  LINE 14 COL 02 VALUE "消滅事由".
           05  LINE 14 COL 14 PIC X(10) USING TR-消滅事由.
           05  LINE 16 COL 02
               VALUE "A=全項目  C=地域・保険金額・".
           05  LINE 16 COL 50 VALUE "団体・特約の中途付帯".
           05  LINE 17 COL 02
               VALUE "D=消滅事由(空白は解約)".
           05  LINE 18 COL 02 VALUE "  付帯済の特約種別は".
           05  LINE 18 COL 24 VALUE "特約保険金額の変更".
           05  LINE 20 COL 02 VALUE "確認(Y=登録 N=中止)".
           05  LINE 20 COL 24 PIC X(1) USING WS-確認入力.
           05  LINE 23 COL 02 PIC X(60) FROM WS-メッセージ.
       01  SC-受付確認画面.
           05  BLANK SCREEN.
           05  LINE 01 COL 02 VALUE "QB7220  異動".
           05  LINE 01 COL 16 PIC X(10) FROM WS-確認処理名称.
           05  LINE 01 COL 60 VALUE "担当者".
           05  LINE 01 COL 68 PIC X(8) FROM WS-担当者ID.
           05  LINE 03 COL 02 VALUE "受付番号".
           05  LINE 03 COL 14 PIC 9(12) FROM IK-受付番号.
           05  LINE 03 COL 30 VALUE "状態".
           05  LINE 03 COL 36 PIC X(10) FROM WS-確認状態名称.
           05  LINE 04 COL 02 VALUE "入力者".
           05  LINE 04 COL 14 PIC X(8) FROM IK-入力者ID.
           05  LINE 04 COL 24 PIC 9(8) FROM IK-入力年月日.
           05  LINE 04 COL 33 PIC 9(6) FROM IK-入力時分秒.
           05  LINE 06 COL 02 VALUE "異動区分".
           05  LINE 06 COL 14 PIC X(1) FROM TR-異動区分.
           05  LINE 06 COL 18 VALUE "契約者番号".
           05  LINE 06 COL 30 PIC 9(10) FROM TR-契約者番号.
           05  LINE 07 COL 02 VALUE "証券種目".
           05  LINE 07 COL 14 PIC X(2) FROM TR-証券種目区分.
           05  LINE 07 COL 18 VALUE "代理店".
           05  LINE 07 COL 26 PIC X(5) FROM TR-代理店コード.
           05  LINE 07 COL 33 VALUE "払込区分".
           05  LINE 07 COL 43 PIC X(1) FROM TR-払込区分.
           05  LINE 08 COL 02 VALUE "保険期間".
           05  LINE 08 COL 14 PIC 9(8) FROM TR-保険始期日.
           05  LINE 08 COL 23 VALUE "-".
           05  LINE 08 COL 25 PIC 9(8) FROM TR-保険終期日.
           05  LINE 09 COL 02 VALUE "氏名".
           05  LINE 09 COL 14 PIC X(30)
               FROM TR-被保険者氏名漢字.
           05  LINE 10 COL 02 VALUE "保険金額".
           05  LINE 10 COL 14 PIC ZZ,ZZZ,ZZZ,ZZ9 FROM TR-保険金額.
           05  LINE 10 COL 30 VALUE "団体コード".
           05  LINE 10 COL 42 PIC X(6) FROM TR-団体コード.
           05  LINE 11 COL 02 VALUE "特約種別".
           05  LINE 11 COL 14 PIC X(2) FROM TR-特約種別コード.
           05  LINE 11 COL 18 VALUE "特約保険金額".
           05  LINE 11 COL 32 PIC ZZ,ZZZ,ZZZ,ZZ9
               FROM TR-特約保険金額.
           05  LINE 12 COL 02 VALUE "消滅事由".
           05  LINE 12 COL 14 PIC X(10) FROM TR-消滅事由.
           05  LINE 20 COL 02 VALUE "確認(Y=実行 N=中止)".
           05  LINE 20 COL 24 PIC X(1) USING WS-確認入力.
           05  LINE 23 COL 02 PIC X(60) FROM WS-メッセージ.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           OPEN INPUT  契約マスターファイル
           OPEN INPUT  特約明細ファイル
           OPEN INPUT  契約者住所ファイル
           OPEN INPUT  振替口座マスターファイル
           OPEN INPUT  代理店マスターファイル
           OPEN INPUT  団体マスターファイル
           IF WS-契約マスター状態 NOT = "00"
              OR WS-特約明細状態 NOT = "00"
              OR WS-住所状態 NOT = "00"
              OR WS-振替口座状態 NOT = "00"
              OR WS-代理店マスター状態 NOT = "00"
              OR WS-団体マスター状態 NOT = "00"
               DISPLAY "QB7220 ファイルOPENエラー "
                       WS-契約マスター状態 " "
                       WS-特約明細状態 " "
                       WS-住所状態 " "
                       WS-振替口座状態 " "
                       WS-代理店マスター状態 " "
                       WS-団体マスター状態
               STOP RUN
           END-IF
           PERFORM 異動入力管理OPEN
           MOVE SPACES TO WS-メッセージ
           PERFORM ログオン処理
           PERFORM UNTIL WS-業務終了
               PERFORM メニュー処理
           END-PERFORM
           CLOSE 契約マスターファイル
           CLOSE 特約明細ファイル
           CLOSE 契約者住所ファイル
           CLOSE 振替口座マスターファイル
           CLOSE 代理店マスターファイル
           CLOSE 団体マスターファイル
           CLOSE 異動入力管理ファイル
           DISPLAY "QB7220 担当者 " WS-担当者ID
                   " 照会 " WS-照会件数
                   " 登録 " WS-登録件数
                   " 承認 " WS-承認件数
                   " 取消 " WS-取消件数
           STOP RUN.

       異動入力管理OPEN.
      * 異動入力管理ファイルが未作成の場合は新規に作成する
           OPEN I-O 異動入力管理ファイル
           IF WS-入力管理状態 = "35"
               OPEN OUTPUT 異動入力管理ファイル
               CLOSE 異動入力管理ファイル
               OPEN I-O 異動入力管理ファイル
           END-IF
           IF WS-入力管理状態 NOT = "00"
               DISPLAY "QB7220 異動入力管理OPENエラー "
                       WS-入力管理状態
               STOP RUN
           END-IF.

       ログオン処理.
      * 入力・承認・取消の記録に使う担当者IDを最初に受け付ける
      * (空白のままでは先へ進めない)
           PERFORM UNTIL WS-担当者ID NOT = SPACES
               DISPLAY SC-ログオン画面
               ACCEPT SC-ログオン画面
               IF WS-担当者ID = SPACES
                   MOVE "担当者IDを入力してください"
                       TO WS-メッセージ
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-メッセージ.

       メニュー処理.
           MOVE SPACE TO WS-画面機能
           DISPLAY SC-メニュー画面
           ACCEPT SC-メニュー画面
           MOVE SPACES TO WS-メッセージ
           EVALUATE WS-画面機能
               WHEN '1'
                   PERFORM 契約照会処理
               WHEN '2'
                   PERFORM 異動入力処理
               WHEN '3'
                   PERFORM 承認処理
               WHEN '4'
                   PERFORM 取消処理
               WHEN '9'
                   SET WS-業務終了 TO TRUE
               WHEN OTHER
                   MOVE "機能は1・2・3・4・9のいずれか"
                       TO WS-メッセージ
           END-EVALUATE.

       契約照会処理.
      * 契約マスターを読み、代理店名称・団体名称・住所・振替口座
      * ・特約明細(先頭5件)を編集して照会画面に表示する
           MOVE 'N' TO WS-契約ありスイッチ
           MOVE WS-画面契約者番号 TO CM-契約者番号
           READ 契約マスターファイル
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-契約あり TO TRUE
           END-READ
           IF NOT WS-契約あり
               MOVE "契約マスターに登録なし"
                   TO WS-メッセージ
           ELSE
               PERFORM 照会項目編集
               MOVE SPACE TO WS-確認入力
               DISPLAY SC-照会画面
               ACCEPT SC-照会画面
               MOVE SPACES TO WS-メッセージ
               ADD 1 TO WS-照会件数
           END-IF.

       照会項目編集.
           MOVE SPACES TO WS-照会代理店名称
           MOVE CM-代理店コード TO DM-代理店コード
           READ 代理店マスターファイル
               INVALID KEY
                   MOVE "＊代理店未登録＊"
                       TO WS-照会代理店名称
               NOT INVALID KEY
                   MOVE DM-代理店名称 TO WS-照会代理店名称
           END-READ
           MOVE SPACES TO WS-照会団体名称
           IF CM-団体コード NOT = SPACES
               MOVE CM-団体コード TO GM-団体コード
               READ 団体マスターファイル
                   INVALID KEY
                       MOVE "＊団体未登録＊"
                           TO WS-照会団体名称
                   NOT INVALID KEY
                       MOVE GM-団体名称 TO WS-照会団体名称
               END-READ
           END-IF
      * 住所・口座が無い場合はレコード域を空白にして前回照会分の
      * 表示が残らないようにする
           MOVE SPACES TO WS-照会住所有無
           MOVE CM-契約者番号 TO JS-契約者番号
           READ 契約者住所ファイル
               INVALID KEY
                   MOVE SPACES TO JS-契約者住所レコード
                   MOVE "＊住所未登録＊" TO WS-照会住所有無
           END-READ
           MOVE SPACES TO WS-照会口座有無
           MOVE CM-契約者番号 TO FK-契約者番号
           READ 振替口座マスターファイル
               INVALID KEY
                   MOVE SPACES
                       TO FK-振替口座マスターレコード
                   MOVE "＊口座なし＊" TO WS-照会口座有無
           END-READ
           PERFORM 特約表示編集.

       特約表示編集.
      * 特約明細ファイルを契約者番号＋特約連番の昇順になぞり、
      * 画面の表示行数分を編集する(6件目以降は件数のみ表示)
           MOVE SPACES TO WS-特約表示テーブル
           MOVE ZERO TO WS-特約表示件数
           MOVE 'N' TO WS-特約明細終了スイッチ
           MOVE CM-契約者番号 TO KR-契約者番号
           MOVE ZERO          TO KR-特約連番
           START 特約明細ファイル
               KEY IS GREATER THAN KR-特約明細キー
               INVALID KEY
                   SET WS-特約明細終了 TO TRUE
           END-START
           PERFORM UNTIL WS-特約明細終了
                      OR WS-特約表示件数 >= 5
               READ 特約明細ファイル NEXT RECORD
                   AT END
                       SET WS-特約明細終了 TO TRUE
                   NOT AT END
                       IF KR-契約者番号 NOT = CM-契約者番号
                           SET WS-特約明細終了 TO TRUE
                       ELSE
                           PERFORM 特約表示行編集
                       END-IF
               END-READ
           END-PERFORM.

       特約表示行編集.
           ADD 1 TO WS-特約表示件数
           MOVE KR-特約連番
               TO WS-表示特約連番(WS-特約表示件数)
           MOVE KR-特約種別コード
               TO WS-表示特約種別(WS-特約表示件数)
           MOVE KR-特約異動日
               TO WS-表示特約異動日(WS-特約表示件数)
           MOVE KR-保険金額
               TO WS-表示特約保険金額(WS-特約表示件数)
           MOVE KR-支払累計額
               TO WS-表示特約支払累計(WS-特約表示件数).

       異動入力処理.
      * エディットでエラーになった場合はメッセージ行に先頭の
      * エラーを表示して同じ画面で訂正させ、通過するか中止する
      * まで繰り返す
           INITIALIZE TR-契約異動トランザクション
           MOVE WS-画面契約者番号 TO TR-契約者番号
           MOVE 'N' TO WS-入力終了スイッチ
           PERFORM UNTIL WS-入力終了
               MOVE SPACE TO WS-確認入力
               DISPLAY SC-異動入力画面
               ACCEPT SC-異動入力画面
               MOVE SPACES TO WS-メッセージ
               EVALUATE WS-確認入力
                   WHEN 'Y'
                       PERFORM 異動エディット
                       IF NOT WS-エディットエラーあり
                           PERFORM 異動入力登録
                           SET WS-入力終了 TO TRUE
                       END-IF
                   WHEN 'N'
                       MOVE "入力を中止しました"
                           TO WS-メッセージ
                       SET WS-入力終了 TO TRUE
                   WHEN OTHER
                       MOVE "確認はYまたはN" TO WS-メッセージ
               END-EVALUATE
           END-PERFORM.

       異動エディット.
      * QB7200が反映する項目について、QB7300と同じチェックを
      * 登録前に行う。'C'・'D'は契約の在籍を確認する
           MOVE 'N' TO WS-エディットエラースイッチ
           MOVE 'N' TO WS-契約ありスイッチ
           MOVE TR-契約者番号 TO CM-契約者番号
           READ 契約マスターファイル
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-契約あり TO TRUE
           END-READ
           EVALUATE TR-異動区分
               WHEN 'A'
                   PERFORM 新規エディット
               WHEN 'C'
                   PERFORM 異動区分Cエディット
               WHEN 'D'
                   IF NOT WS-契約あり
                       MOVE SPACES TO ED-エラーコード
                       MOVE "契約マスターに登録なし"
                                     TO ED-エラー理由
                       PERFORM エディットエラー設定
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO ED-エラーコード
                   MOVE "異動区分はA・C・Dのいずれか"
                                 TO ED-エラー理由
                   PERFORM エディットエラー設定
           END-EVALUATE.

       新規エディット.
           IF TR-契約者番号 = ZERO
               MOVE SPACES TO ED-エラーコード
               MOVE "契約者番号がゼロ"
                             TO ED-エラー理由
               PERFORM エディットエラー設定
           END-IF
           IF WS-契約あり
               MOVE SPACES TO ED-エラーコード
               MOVE "契約者番号が既に在籍"
                             TO ED-エラー理由
               PERFORM エディットエラー設定
           END-IF
           EVALUATE TR-証券種目区分
               WHEN '01'
               WHEN '02'
               WHEN '03'
               WHEN '11'
               WHEN '21'
                   CONTINUE
               WHEN OTHER
                   MOVE "E001" TO ED-エラーコード
                   MOVE "証券種目区分が定義外"
                                 TO ED-エラー理由
                   PERFORM エディットエラー設定
           END-EVALUATE
           IF TR-保険始期日 NOT NUMERIC
              OR TR-保険始期日 = ZERO
               MOVE "E002" TO ED-エラーコード
               MOVE "保険始期日が数値でないかゼロ"
                             TO ED-エラー理由
               PERFORM エディットエラー設定
           END-IF
           IF TR-保険終期日 NOT NUMERIC
              OR TR-保険終期日 = ZERO
               MOVE "E003" TO ED-エラーコード
               MOVE "保険終期日が数値でないかゼロ"
                             TO ED-エラー理由
               PERFORM エディットエラー設定
           END-IF
           IF TR-保険始期日 NUMERIC
              AND TR-保険終期日 NUMERIC
              AND TR-保険始期日 > TR-保険終期日
               MOVE "E004" TO ED-エラーコード
               MOVE "保険始期日が保険終期日より後"
                             TO ED-エラー理由
               PERFORM エディットエラー設定
           END-IF
           EVALUATE TR-払込区分
               WHEN '1'
               WHEN '2'
               WHEN '3'
                   CONTINUE
               WHEN OTHER
                   MOVE "E007" TO ED-エラーコード
                   MOVE "払込区分が定義外"
                                 TO ED-エラー理由
                   PERFORM エディットエラー設定
           END-EVALUATE
           MOVE TR-代理店コード TO DM-代理店コード
           READ 代理店マスターファイル
               INVALID KEY
                   MOVE "E008" TO ED-エラーコード
                   MOVE "代理店マスターに登録なし"
                                 TO ED-エラー理由
                   PERFORM エディットエラー設定
           END-READ
      * 住所レコードは契約の新規登録より先に契約者住所ファイル
      * へ登録しておく運用とする(翌朝のQB7300でE009にしない)
           MOVE TR-契約者番号 TO JS-契約者番号
           READ 契約者住所ファイル
               INVALID KEY
                   MOVE "E009" TO ED-エラーコード
                   MOVE "契約者住所レコード欠落"
                                 TO ED-エラー理由
                   PERFORM エディットエラー設定
           END-READ
           PERFORM 特約入力チェック
           PERFORM 団体コードチェック.

       異動区分Cエディット.
      * 'C'は在籍契約への地域・保険金額・団体・特約中途付帯の
      * 反映のみのため、在籍と付帯後の特約件数(E005)・団体の
      * 実在を確認する。付帯済みの特約種別に特約保険金額を指定
      * した場合はQB7200が当該特約の保険金額の変更とするため、
      * 特約件数・特約異動日のチェックは行わない
           MOVE 'N' TO WS-限度変更スイッチ
           IF NOT WS-契約あり
               MOVE SPACES TO ED-エラーコード
               MOVE "契約マスターに登録なし"
                             TO ED-エラー理由
               PERFORM エディットエラー設定
           ELSE
               PERFORM 付帯済特約検索
               IF TR-特約種別コード NOT = SPACES
                  AND NOT WS-限度変更
                  AND CM-特約件数 >= 20
                   MOVE "E005" TO ED-エラーコード
                   MOVE "特約件数が20件に達し付帯不可"
                                 TO ED-エラー理由
                   PERFORM エディットエラー設定
               END-IF
           END-IF
           IF NOT WS-限度変更
               PERFORM 特約入力チェック
           END-IF
           PERFORM 団体コードチェック.

       付帯済特約検索.
      * QB7200と同じく、特約保険金額が非ゼロの場合に特約種別
      * コードが一致する特約明細を連番1から特約件数分探す
           IF TR-特約種別コード NOT = SPACES
              AND TR-特約保険金額 NUMERIC
              AND TR-特約保険金額 > ZERO
               MOVE TR-契約者番号 TO KR-契約者番号
               PERFORM VARYING WS-特約添字 FROM 1 BY 1
                       UNTIL WS-特約添字 > CM-特約件数
                          OR WS-限度変更
                   MOVE WS-特約添字 TO KR-特約連番
                   READ 特約明細ファイル
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF KR-特約種別コード =
                                  TR-特約種別コード
                               SET WS-限度変更 TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       特約入力チェック.
           IF TR-特約種別コード NOT = SPACES
              AND (TR-特約異動日 NOT NUMERIC
                   OR TR-特約異動日 = ZERO)
               MOVE SPACES TO ED-エラーコード
               MOVE "特約異動日が数値でないかゼロ"
                             TO ED-エラー理由
               PERFORM エディットエラー設定
           END-IF.

       団体コードチェック.
           IF TR-団体コード NOT = SPACES
               MOVE TR-団体コード TO GM-団体コード
               READ 団体マスターファイル
                   INVALID KEY
                       MOVE SPACES TO ED-エラーコード
                       MOVE "団体マスターに登録なし"
                                     TO ED-エラー理由
                       PERFORM エディットエラー設定
               END-READ
           END-IF.

       エディットエラー設定.
      * 画面には先頭のエラー1件のみを表示する
           IF NOT WS-エディットエラーあり
               SET WS-エディットエラーあり TO TRUE
               MOVE SPACES TO WS-メッセージ
               MOVE ED-エラーコード TO WS-メッセージコード
               MOVE ED-エラー理由   TO WS-メッセージ本文
           END-IF.

       異動入力登録.
      * 受付番号を採番し、未承認で異動入力管理ファイルへ登録する
           MOVE FUNCTION CURRENT-DATE TO WS-現在日時
           MOVE WS-現在日時(1:8) TO WS-処理年月日
           PERFORM 受付番号採番
           IF WS-最終受付連番 = 9999
               MOVE "本日の受付番号が上限に達しました"
                   TO WS-メッセージ
           ELSE
               INITIALIZE IK-異動入力管理レコード
               MOVE WS-処理年月日     TO IK-受付年月日
               COMPUTE IK-受付連番 = WS-最終受付連番 + 1
               MOVE '0'               TO IK-状態区分
               MOVE WS-担当者ID       TO IK-入力者ID
               MOVE WS-現在日時(1:8)  TO IK-入力年月日
               MOVE WS-現在日時(9:6)  TO IK-入力時分秒
               MOVE SPACES            TO IK-承認取消者ID
               MOVE TR-契約異動トランザクション
                   TO IK-異動トラン
               WRITE IK-異動入力管理レコード
                   INVALID KEY
                       MOVE "異動入力管理の登録エラー"
                           TO WS-メッセージ
                       MOVE WS-入力管理状態
                           TO WS-メッセージ本文(40:2)
                   NOT INVALID KEY
                       ADD 1 TO WS-登録件数
                       MOVE "受付番号" TO WS-メッセージ
                       MOVE IK-受付番号
                           TO WS-メッセージ本文(9:12)
                       MOVE "で登録(承認待ち)"
                           TO WS-メッセージ本文(22:)
               END-WRITE
           END-IF.

       受付番号採番.
      * 当日分の受付を受付番号の昇順になぞり、最後の受付連番を
      * 求める
           MOVE ZERO TO WS-最終受付連番
           MOVE 'N' TO WS-受付終了スイッチ
           MOVE WS-処理年月日 TO IK-受付年月日
           MOVE ZERO          TO IK-受付連番
           START 異動入力管理ファイル
               KEY IS GREATER THAN IK-受付番号
               INVALID KEY
                   SET WS-受付終了 TO TRUE
           END-START
           PERFORM UNTIL WS-受付終了
               READ 異動入力管理ファイル NEXT RECORD
                   AT END
                       SET WS-受付終了 TO TRUE
                   NOT AT END
                       IF IK-受付年月日 NOT = WS-処理年月日
                           SET WS-受付終了 TO TRUE
                       ELSE
                           MOVE IK-受付連番 TO WS-最終受付連番
                       END-IF
               END-READ
           END-PERFORM.

       受付読込.
           MOVE 'N' TO WS-受付ありスイッチ
           MOVE WS-画面受付番号 TO IK-受付番号
           READ 異動入力管理ファイル
               INVALID KEY
                   MOVE "受付番号が登録なし"
                       TO WS-メッセージ
               NOT INVALID KEY
                   SET WS-受付あり TO TRUE
                   MOVE IK-異動トラン
                       TO TR-契約異動トランザクション
                   EVALUATE IK-状態区分
                       WHEN '0'
                           MOVE "未承認" TO WS-確認状態名称
                       WHEN '1'
                           MOVE "承認済" TO WS-確認状態名称
                       WHEN '9'
                           MOVE "取消済" TO WS-確認状態名称
                       WHEN OTHER
                           MOVE IK-状態区分 TO WS-確認状態名称
                   END-EVALUATE
           END-READ.

       承認処理.
      * 未承認の受付を入力者以外の担当者が承認し、異動トランを
      * QB7200TR.DATへ追記する
           PERFORM 受付読込
           IF WS-受付あり
               IF IK-状態区分 NOT = '0'
                   MOVE "未承認の受付ではありません"
                       TO WS-メッセージ
               ELSE
                   IF IK-入力者ID = WS-担当者ID
                       MOVE "入力者本人は承認できません"
                           TO WS-メッセージ
                   ELSE
                       MOVE "承認" TO WS-確認処理名称
                       PERFORM 受付確認
                       IF WS-確認入力 = 'Y'
                           PERFORM 異動トラン追記
                           IF WS-追記成功
                               MOVE '1' TO IK-状態区分
                               PERFORM 受付状態更新
                               ADD 1 TO WS-承認件数
                               MOVE "承認しました"
                                   TO WS-メッセージ
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       取消処理.
      * 未承認の受付のみ取消できる(承認済のトランはQB7200TR.DAT
      * へ追記済のため、取り消すには逆の異動を入力する)
           PERFORM 受付読込
           IF WS-受付あり
               IF IK-状態区分 NOT = '0'
                   MOVE "未承認の受付ではありません"
                       TO WS-メッセージ
               ELSE
                   MOVE "取消" TO WS-確認処理名称
                   PERFORM 受付確認
                   IF WS-確認入力 = 'Y'
                       MOVE '9' TO IK-状態区分
                       PERFORM 受付状態更新
                       ADD 1 TO WS-取消件数
                       MOVE "取消しました" TO WS-メッセージ
                   END-IF
               END-IF
           END-IF.

       受付確認.
           MOVE SPACE TO WS-確認入力
           PERFORM UNTIL WS-確認入力 = 'Y' OR WS-確認入力 = 'N'
               DISPLAY SC-受付確認画面
               ACCEPT SC-受付確認画面
               MOVE "確認はYまたはN" TO WS-メッセージ
           END-PERFORM
           MOVE SPACES TO WS-メッセージ.

       異動トラン追記.
      * QB7200は反映後にトランファイルを日付付き世代へ退避して
      * 空に作り直すため、承認分はそこへ追記して翌日のランに
      * 投入する。ファイルが無い場合(初回)は新規に作成する
           MOVE 'N' TO WS-追記成功スイッチ
           OPEN EXTEND 異動トランザクションファイル
           IF WS-トラン状態 = "35"
               OPEN OUTPUT 異動トランザクションファイル
           END-IF
           IF WS-トラン状態 NOT = "00"
               MOVE "異動トランOPENエラー" TO WS-メッセージ
               MOVE WS-トラン状態 TO WS-メッセージ本文(40:2)
           ELSE
               WRITE TF-異動トランレコード
                   FROM IK-異動トラン
               SET WS-追記成功 TO TRUE
               CLOSE 異動トランザクションファイル
           END-IF.

       受付状態更新.
           MOVE FUNCTION CURRENT-DATE TO WS-現在日時
           MOVE WS-担当者ID       TO IK-承認取消者ID
           MOVE WS-現在日時(1:8)  TO IK-承認取消年月日
           MOVE WS-現在日時(9:6)  TO IK-承認取消時分秒
           REWRITE IK-異動入力管理レコード
               INVALID KEY
                   DISPLAY "QB7220 異動入力管理REWRITEエラー "
                           WS-入力管理状態 " " IK-受付番号
           END-REWRITE.
