      * に異動ジャーナルファイル(VB71C120)へ書き出す。
      * 'C'の異動では地域コードの変更(非空白時)と特約の中途付帯
      * (特約種別コード非空白時)のみを反映し、それ以外の項目は
      * 変更しない。特約種別コードが付帯済みの特約と一致し特約
      * 保険金額が非ゼロの場合は、中途付帯ではなく当該特約明細
      * (同じ種別が複数ある場合は連番の若いもの)の保険金額の変更
      * とし、契約マスターのジャーナルに続けて処理結果"特約保険
      * 金額変更"のジャーナル(更新前後は特約明細のイメージ)を
      * 書き出す。
      * 異動トランザクションファイルは処理後に日付付き世代
      * (QB7200TR.Dyyyymmdd、同日の再ランは追記)へ退避して空に
      * 作り直す。QB7220の承認分・QB7430等のトランは空になった
      * ファイルへ追記して翌日のランに投入する(置き換えない)。
      * 改版履歴
      *   2026/08/23  新規作成
      *   2026/08/23  特約明細の特約明細ファイル(KEIYAKUR.DAT)
      *               ／KEIYAKRA.DAT、VB71C162／VB71C163)へ移送
      *               するように変更(解約後の契約内容の照会は
      *               QB7480のアーカイブ照会リストで行う)
      *   2026/10/15  保険金額・支払累計額の追加に伴い、新規('A')
      *               で保険金額・特約保険金額を登録し、異動('C')
      *               で保険金額(非ゼロ時)の変更を反映するように
      *               変更。解約('D')のアーカイブの消滅事由は
      *               トランザクションの消滅事由(QB7470の全損
      *               等、空白時は"解約")を記録する
      *   2026/10/15  団体コードの追加に伴い、新規('A')で団体
      *               コードを登録し、異動('C')で団体コード(非空白
      *               時)の変更を反映するように変更。アーカイブへ
      *               も団体コードを移送する
      *   2026/10/15  処理を終えた異動トランザクションファイルを
      *               日付付き世代(QB7200TR.Dyyyymmdd)へ退避して
      *               空に作り直すように変更(QB7220の承認分を
      *               追記で受けるため、翌日のランで前日までの
      *               トランを再反映しない)
      *   2026/10/15  異動('C')で特約種別コードが付帯済みの特約と
      *               一致し特約保険金額が非ゼロの場合は、中途付帯
      *               せずに当該特約明細の保険金額を変更するよう
      *               に変更(移行時に保険金額ゼロ＝無制限とした
      *               特約へ支払限度を設定する)。変更は処理結果
      *               "特約保険金額変更"のジャーナルに更新前後の
      *               特約明細イメージで記録する
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "QB7200TR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-トラン状態.
           SELECT 世代トランファイル
               ASSIGN TO WS-世代トランファイル名
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-世代トラン状態.
           SELECT 契約マスターファイル
               ASSIGN TO "KEIYAKUM.DAT"
               ORGANIZATION IS INDEXED
       FILE SECTION.
       FD  異動トランザクションファイル.
           COPY VB71C110.
       FD  世代トランファイル.
      * VB71C110と同一レイアウト
       01  GT-異動トランレコード       PIC X(155).
       FD  契約マスターファイル.
           COPY VB71C100.
       FD  特約明細ファイル.
           COPY VB71C163.
       WORKING-STORAGE SECTION.
       01  WS-トラン状態              PIC X(2).
       01  WS-世代トラン状態          PIC X(2).
       01  WS-世代トランファイル名    PIC X(18).
       01  WS-トラン退避件数          PIC 9(9)  VALUE ZERO.
       01  WS-契約マスター状態        PIC X(2).
       01  WS-特約明細状態            PIC X(2).
       01  WS-ジャーナル状態          PIC X(2).
       01  WS-消滅年月日              PIC 9(8).
       01  WS-特約付帯エラースイッチ  PIC X(1)  VALUE 'N'.
           88  WS-特約付帯エラー      VALUE 'Y'.
       01  WS-限度変更スイッチ        PIC X(1)  VALUE 'N'.
           88  WS-限度変更            VALUE 'Y'.
       01  WS-解約特約件数            PIC 9(2).
       01  WS-ファイル終了スイッチ    PIC X(1)  VALUE 'N'.
           88  WS-ファイル終了        VALUE 'Y'.
           CLOSE 異動ジャーナルファイル
           CLOSE 契約アーカイブファイル
           CLOSE 特約アーカイブファイル
           PERFORM 異動トラン退避
           DISPLAY "QB7200 新規 " WS-新規件数
                   " 異動 " WS-異動件数
                   " 解約 " WS-解約件数
                   " エラー " WS-エラー件数
                   " 退避 " WS-トラン退避件数
           STOP RUN.

       異動トラン退避.
      * 反映を終えた異動トランを日付付き世代へ退避し、空に作り
      * 直す。同日に再ランした場合は同じ世代へ追記する
           STRING "QB7200TR.D" FUNCTION CURRENT-DATE(1:8)
               DELIMITED BY SIZE
               INTO WS-世代トランファイル名
           END-STRING
           OPEN INPUT 異動トランザクションファイル
           OPEN EXTEND 世代トランファイル
           IF WS-世代トラン状態 = "35"
               OPEN OUTPUT 世代トランファイル
           END-IF
           IF WS-トラン状態 NOT = "00"
              OR WS-世代トラン状態 NOT = "00"
               DISPLAY "QB7200 トラン退避OPENエラー "
                       WS-トラン状態 " " WS-世代トラン状態
               STOP RUN
           END-IF
           MOVE 'N' TO WS-ファイル終了スイッチ
           PERFORM UNTIL WS-ファイル終了
               READ 異動トランザクションファイル
                   AT END
                       SET WS-ファイル終了 TO TRUE
                   NOT AT END
                       ADD 1 TO WS-トラン退避件数
                       WRITE GT-異動トランレコード
                           FROM TR-契約異動トランザクション
               END-READ
           END-PERFORM
           CLOSE 異動トランザクションファイル
           CLOSE 世代トランファイル
           OPEN OUTPUT 異動トランザクションファイル
           CLOSE 異動トランザクションファイル.

       アーカイブファイルOPEN.
      * 消滅契約アーカイブ・消滅特約アーカイブは累積ファイルの
      * ため、未作成の場合だけ新規に作成してからI-Oで開き直す
       契約異動処理.
      * 既存契約を読み込み、地域コードの変更(非空白時)と特約の
      * 中途付帯(特約種別コード非空白時)を反映する。特約明細が
      * 既に上限まで付帯されている契約への付帯はエラーとする。
      * 付帯済みの特約種別への特約保険金額の指定は、中途付帯せず
      * に当該特約明細の保険金額を変更する
           PERFORM 契約マスター存在確認
           IF NOT WS-対象あり
               MOVE SPACES TO WS-更新前イメージ
           ELSE
               MOVE CM-契約マスターレコード
                   TO WS-更新前イメージ
               PERFORM 付帯済特約検索
               IF TR-特約種別コード NOT = SPACES
                  AND NOT WS-限度変更
                  AND CM-特約件数 >= 20
                   PERFORM ジャーナルエラー出力-特約超過
               ELSE
                   MOVE 'N' TO WS-特約付帯エラースイッチ
                   IF TR-特約種別コード NOT = SPACES
                      AND NOT WS-限度変更
                       COMPUTE KR-特約連番 =
                           CM-特約件数 + 1
                       PERFORM 特約明細出力
                           MOVE TR-地域コード
                               TO CM-地域コード
                       END-IF
                       IF TR-保険金額 > ZERO
                           MOVE TR-保険金額
                               TO CM-保険金額
                       END-IF
                       IF TR-団体コード NOT = SPACES
                           MOVE TR-団体コード
                               TO CM-団体コード
                       END-IF
                       IF TR-特約種別コード NOT = SPACES
                          AND NOT WS-限度変更
                           ADD 1 TO CM-特約件数
                       END-IF
                       REWRITE CM-契約マスターレコード
                       ADD 1 TO WS-異動件数
                       PERFORM ジャーナル正常出力
                       IF WS-限度変更
                           PERFORM 特約保険金額変更
                       END-IF
                   END-IF
               END-IF
           END-IF.

       付帯済特約検索.
      * 特約保険金額が非ゼロの場合、トランザクションの特約種別
      * コードと一致する特約明細を連番1から特約件数分探す。
      * 見つかった場合は限度変更とし、特約明細レコードを読み
      * 込んだ状態で戻る
           MOVE 'N' TO WS-限度変更スイッチ
           IF TR-特約種別コード NOT = SPACES
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

       特約保険金額変更.
      * 付帯済特約検索で読み込んだ特約明細の保険金額を変更し、
      * 更新前後の特約明細イメージをジャーナルへ書き出す
           MOVE KR-特約明細レコード TO WS-更新前イメージ
           MOVE TR-特約保険金額     TO KR-保険金額
           REWRITE KR-特約明細レコード
           MOVE "特約保険金額変更"     TO JL-処理結果
           MOVE KR-特約明細レコード
                                 TO JL-更新後レコード
           PERFORM ジャーナル共通出力.

       契約解約処理.
      * 既存契約を読み込んだうえで契約マスターから削除する
           PERFORM 契約マスター存在確認
                                        TO CM-被保険者氏名カナ
           MOVE TR-被保険者氏名漢字
                                        TO CM-被保険者氏名漢字
           MOVE TR-保険金額             TO CM-保険金額
           MOVE ZERO                    TO CM-支払累計額
           MOVE TR-団体コード           TO CM-団体コード
           IF TR-特約種別コード NOT = SPACES
               MOVE 1                  TO CM-特約件数
           ELSE
           MOVE TR-特約種別コード
                                 TO KR-特約種別コード
           MOVE TR-特約異動日          TO KR-特約異動日
           MOVE TR-特約保険金額        TO KR-保険金額
           MOVE ZERO                   TO KR-支払累計額
           WRITE KR-特約明細レコード
               INVALID KEY
                   SET WS-特約付帯エラー TO TRUE
       契約アーカイブ出力.
      * 削除直前の契約マスターレコードを消滅事由・消滅年月日
      * 付きでアーカイブへ移送する。同一契約者番号・同一消滅
      * 年月日の既存レコード(同日の再解約)は先勝ちとする。
      * 消滅事由はトランザクションの消滅事由(空白時は"解約")
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-消滅年月日
           MOVE CM-契約者番号          TO AR-契約者番号
           MOVE WS-消滅年月日          TO AR-消滅年月日
           IF TR-消滅事由 = SPACES
               MOVE "解約"             TO AR-消滅事由
           ELSE
               MOVE TR-消滅事由        TO AR-消滅事由
           END-IF
           MOVE CM-証券種目区分        TO AR-証券種目区分
           MOVE CM-代理店コード        TO AR-代理店コード
           MOVE CM-契約クラス          TO AR-契約クラス
                                 TO AR-被保険者氏名カナ
           MOVE CM-被保険者氏名漢字
                                 TO AR-被保険者氏名漢字
           MOVE CM-保険金額            TO AR-保険金額
           MOVE CM-支払累計額          TO AR-支払累計額
           MOVE CM-団体コード          TO AR-団体コード
           WRITE AR-消滅契約アーカイブレコード
               INVALID KEY
                   CONTINUE
           MOVE KR-特約種別コード
                                 TO KA-特約種別コード
           MOVE KR-特約異動日          TO KA-特約異動日
           MOVE KR-保険金額            TO KA-保険金額
           MOVE KR-支払累計額          TO KA-支払累計額
           WRITE KA-消滅特約アーカイブレコード
               INVALID KEY
                   CONTINUE
