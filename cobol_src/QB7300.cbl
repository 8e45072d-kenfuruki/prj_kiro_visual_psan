      *   2026/09/02  代理店マスター(DAIRITEN.DAT、VB71C165)の
      *               新設に伴い、代理店コードの実在チェック
      *               (E008)を追加
      *   2026/10/15  契約マスターへの保険金額・支払累計額・団体
      *               コード追加に合わせ、正常契約ファイルの契約
      *               内容の長さを直す(126桁)
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * 契約内容の長さはVB71C100の項目追加時に合わせて直すこと
       01  KC-契約マスターレコード.
           05  KC-契約者番号           PIC 9(10).
           05  KC-契約内容             PIC X(126).
       FD  代理店マスターファイル.
           COPY VB71C165.
       FD  契約者住所ファイル.
