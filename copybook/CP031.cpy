      *注 役職・等級マスタ(TOKYU2001)のレコード様式。
      *注 従業員コード(人事部・総務部ファイルの社員コードと同じ
      *注 採番)ごとに現在の役職・等級を持つ。等級発令日は現等級に
      *注 就いた日で、同一等級の滞留年数の算出基準となる。
         03 等級従業員コード  PIC X(5).
         03 役職コード        PIC X(2).
         03 等級              PIC 9(2).
         03 等級発令日        PIC 9(8).
         03 役職発令日        PIC 9(8).
         03 等級更新日        PIC 9(8).
         03 等級更新元        PIC X(8).
