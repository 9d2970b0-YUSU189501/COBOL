      *注 寄附金明細(KIFUKIN2010)のレコード様式。受領証明書
      *注 1枚を1件とする。寄附先区分 1:都道府県・市区町村
      *注 (ふるさと納税) 2:その他の団体(認定NPO法人など)。
           05 寄附日付        PIC 9(08).
           05 寄附先区分      PIC X(01).
               88 寄附先自治体 VALUE "1".
               88 寄附先区分正常 VALUE "1" "2".
           05 寄附先名        PIC X(30).
           05 寄附先所在地    PIC X(30).
           05 受領証明書番号  PIC X(20).
           05 寄附金額        PIC 9(10).
      *   ワンストップ特例の申請書を出した寄附は"Y"。
           05 ワンストップ区分 PIC X(01).
               88 ワンストップ申請 VALUE "Y".
           05 FILLER          PIC X(04).
