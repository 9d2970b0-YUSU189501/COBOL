      *注 月次償却額ファイル(SHOKYAKU2010)のレコード様式。
      *注 PRO2103が資産ごと・償却年月ごとに1件追記する。
           05 償却年月        PIC 9(06).
           05 償却区分コード  PIC X(02).
           05 償却資産番号    PIC X(10).
           05 当月償却額      PIC 9(10).
