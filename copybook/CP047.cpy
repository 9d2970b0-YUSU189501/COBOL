      *注 団体マスタ(DANTAIMST2006)のレコード様式。
      *注 社員などをまとめて申し込み、一括で受験料を払う団体。
      *注 団体コードは受験者IDと重ならないよう先頭をGとする。
      *注 団体の一括入金は入金ファイルの受験者IDに団体コード
      *注 を入れて届く。団体単価は団員1名あたりの受験料。
         03 団体コード        PIC X(06).
         03 団体名            PIC X(40).
         03 団体郵便番号      PIC X(07).
         03 団体住所          PIC X(60).
         03 団体担当者名      PIC X(20).
         03 団体単価          PIC 9(06).
