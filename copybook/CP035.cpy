      *注 受講履歴(JUKOREKI2007)のレコード様式。研修の修了
      *注 1件につき1レコードを取り込み順に追記する。
         03 受講社員コード    PIC X(5).
         03 受講研修コード    PIC X(5).
         03 修了日            PIC 9(8).
      *注 取り込んだ日。
         03 受講登録日        PIC 9(8).
