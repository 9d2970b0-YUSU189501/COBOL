      *注 定員マスタ(TEIIN2000)のレコード様式。
      *注 所属コード(課)と年度(4月始まり)ごとに定員を持つ。
           05 定員所属コード   PIC X(03).
           05 定員年度         PIC 9(04).
           05 定員数           PIC 9(05).
