      *注 兼務ファイル(KENMU2001)のレコード様式。
      *注 人事ファイル(JINJI2001)の所属コードを主所属とし、
      *注 兼務先の所属コード(課)と兼務期間を持つ。
      *注 兼務終了日が0のものは期限なしとする。開始日前と
      *注 終了日を過ぎたものは集計・名簿の対象としない。
           05 兼務従業員コード PIC X(05).
           05 兼務所属コード   PIC X(03).
           05 兼務開始日       PIC 9(08).
           05 兼務終了日       PIC 9(08).
