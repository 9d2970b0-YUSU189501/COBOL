      *注 データ品質推移(HINSHITSUREKI2010)のレコード様式。
      *注 月次の品質検査でルールごとに1行残す。
      *注 検査状態 空白:正常 N:ファイルなし E:ルール設定誤り
      *注 R:参照ファイルなし。
           05 品質年月        PIC 9(06).
           05 品質ルールID    PIC X(06).
           05 品質対象件数    PIC 9(09).
           05 品質違反件数    PIC 9(09).
           05 品質検査日      PIC 9(08).
           05 品質検査状態    PIC X(01).
           05 FILLER          PIC X(09).
