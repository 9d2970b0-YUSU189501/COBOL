      *注 団体申込名簿(DANTAIMEIBO2006)のレコード様式。
      *注 受験者名簿(SHIKENMEIBOC)の受験者のうち団体で申し込
      *注 んだ者に団体コードを付ける。受験者名簿の様式は試験
      *注 結果と共通のため、団体コードはこの名簿で持つ。
      *注 団員消込順位は一括入金が団員全員に足りないときに
      *注 消し込む順で、小さい順に充てる。
         03 団員試験回        PIC 9(02).
         03 団員受験者ID      PIC X(06).
         03 団員団体コード    PIC X(06).
         03 団員消込順位      PIC 9(03).
