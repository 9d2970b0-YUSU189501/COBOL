      *注 資格手当の給与連携ファイル(SHIKAKUTEATE2006)の
      *注 レコード様式。支給年月ごとに従業員・手当コード単位の
      *注 支給額を持つ。各月の内容は世代ファイル
      *注 (SHIKAKUTEATE2006.Gyyyymm)にも残し、翌月の比較に使う。
         03 連携従業員コード  PIC X(5).
         03 連携手当コード    PIC X(3).
         03 連携支給額        PIC 9(6).
         03 連携支給年月      PIC 9(6).
