      * 有効期間外の代理店はQB7600では個別料率を適用せずランク
      * 判定へ戻す。実在チェックはQB7300のエディット(E008)で
      * 行う。
      *     代理店区分 '1'=個人(手数料支払時に源泉徴収) '2'=法人
      *     預金種目   '1'=普通 '2'=当座
      * 改版履歴
      *   2026/10/15  手数料精算(QB7620)の源泉徴収判定・手数料振込
      *               向けに、代理店区分と手数料振込口座(銀行・
      *               支店・預金種目・口座番号・口座名義カナ)を追加
      *---------------------------------------------------------
       01  DM-代理店マスターレコード.
           05  DM-代理店コード         PIC X(5).
           05  DM-契約手数料率         PIC 9(1)V9(4).
           05  DM-有効開始日           PIC 9(8).
           05  DM-有効終了日           PIC 9(8).
           05  DM-代理店区分           PIC X(1).
           05  DM-銀行コード           PIC X(4).
           05  DM-支店コード           PIC X(3).
           05  DM-預金種目             PIC X(1).
           05  DM-口座番号             PIC X(7).
           05  DM-口座名義カナ         PIC X(30).
