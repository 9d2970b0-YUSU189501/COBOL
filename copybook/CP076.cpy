      *注 件数推移履歴(ZOUKA2010)のレコード様式。
      *注 月次の件数計測でファイルごとに1行残す。
      *注 計測状態 空白:正常 N:ファイルなし P:端数あり。
           05 推移年月        PIC 9(06).
           05 推移ファイル名  PIC X(16).
           05 推移件数        PIC 9(09).
           05 推移計測日      PIC 9(08).
           05 推移計測状態    PIC X(01).
           05 FILLER          PIC X(10).
