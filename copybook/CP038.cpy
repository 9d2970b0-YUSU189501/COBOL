      *注 手当マスタ(TEATEMST2006)のレコード様式。手当コード
      *注 ごとに適用開始年月から適用する支給月額を持ち、改定の
      *注 つど新しい適用開始年月のレコードを加える。対象資格区分
      *注 1:資格台帳(SHIKAKUDAI2006)の有効な資格の保有者に支給。
      *注 支給月額0の改定はその月からの廃止を表す。
         03 手当コード        PIC X(3).
         03 手当名            PIC X(20).
         03 対象資格区分      PIC X(1).
         03 適用開始年月      PIC 9(6).
         03 支給月額          PIC 9(6).
