      *注 受験者マスタ(JUKENSHAMST2006)のレコード様式。
      *注 生年月日・連絡先は受験者属性(JUKENZOKUSEI2006)から
      *注 PRO2055が反映する。未提出の間は生年月日ゼロ・連絡先
      *注 空白とする。統合先IDは名寄せ(PRO2087)で別IDへ統合
      *注 された重複IDに存続側の受験者IDを持ち、有効な受験者
      *注 は空白とする。
      *注 従来の様式(34バイト)のファイルは様式変換
      *注 (PRO2123)で書き換える。
         03 マスタ受験者ID    PIC X(06).
         03 マスタ受験者名    PIC X(20).
         03 マスタ初回登録日  PIC 9(08).
         03 マスタ生年月日    PIC 9(08).
         03 マスタ郵便番号    PIC X(07).
         03 マスタ電話番号    PIC X(13).
         03 マスタ統合先ID    PIC X(06).
