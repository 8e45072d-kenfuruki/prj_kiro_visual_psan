      *---------------------------------------------------------
      * VB71C732 : 料率世代退避レコード
      * QB71PRが提案料率を本番へ昇格する直前の本番料率(環境区分
      * '1')と制御レコード(環境区分'0')を、昇格前の料率TBL
      * バージョン＋料率マスターキーをキーに退避する(RYORITUG.
      * DAT、索引編成)。切戻し('2')の承認では、現在の料率TBL
      * バージョンを昇格後バージョンに持つ世代を本番料率へ戻す。
      * 同じ退避バージョンへ再度昇格した場合は前回の退避分を
      * 削除して置き換える。
      *---------------------------------------------------------
       01  RG-料率世代退避レコード.
           05  RG-世代キー.
               10  RG-退避バージョン   PIC 9(6).
               10  RG-料率マスターキー.
                   15  RG-環境区分     PIC X(1).
                   15  RG-セグメント種別 PIC X(2).
                   15  RG-セグメントキー PIC X(10).
           05  RG-昇格後バージョン     PIC 9(6).
           05  RG-金額値               PIC 9(7)V9(2).
           05  RG-率値                 PIC 9(1)V9(4).
           05  RG-承認番号             PIC X(10).
           05  RG-退避年月日           PIC 9(8).
