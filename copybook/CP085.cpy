      *注 不着・住所訂正取引(FUCHAKU2010)のレコード様式。
      *注 取引区分 F:郵便が不着で戻った K:住所を訂正・確認した。
      *注 F は対象区分・対象コードの未返送の発送のうち最も新しい
      *注 ものを不着とする。文書区分・発送日を指定するとその
      *注 発送に限る。K は訂正郵便番号・訂正住所が空白でなければ
      *注 住所マスタを書き換え、住所不審を解く。取引日ゼロは処理
      *注 日とする。取引者は権限確認(SUB2022)に渡す操作者。
           05 不着取引区分    PIC X(01).
               88 不着取引    VALUE "F".
               88 住所訂正取引 VALUE "K".
           05 不着取引日      PIC 9(08).
           05 不着取引文書区分 PIC X(02).
           05 不着取引対象区分 PIC X(01).
           05 不着取引対象コード PIC X(06).
           05 不着取引発送日  PIC 9(08).
           05 不着取引理由    PIC X(20).
           05 訂正郵便番号    PIC X(07).
           05 訂正住所        PIC X(60).
           05 不着取引者      PIC X(08).
           05 FILLER          PIC X(09).
