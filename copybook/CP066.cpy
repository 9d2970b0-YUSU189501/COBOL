      *注 口座別日次残高(ZANDAKA2010)のレコード様式。入出金の
      *注 あった日ごと・口座ごとに1件とし、その日の入金・出金の
      *注 合計と日末の残高を持つ。口座コード・日付の順に並ぶ。
           05 残高日付        PIC 9(08).
           05 残高口座コード  PIC X(04).
           05 日入金額        PIC 9(11).
           05 日出金額        PIC 9(11).
           05 日末残高        PIC S9(11).
           05 FILLER          PIC X(05).
