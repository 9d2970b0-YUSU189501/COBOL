      *注 データ品質違反明細(HINSHITSUMEI2010)のレコード様式。
      *注 違反した行のキーを担当・ルール・キーの順に並べ、
      *注 担当部署が訂正に使う。項目値は先頭20バイト。
           05 明細担当        PIC X(10).
           05 明細ルールID    PIC X(06).
           05 明細ファイル名  PIC X(16).
           05 明細キー        PIC X(20).
           05 明細項目名      PIC X(20).
           05 明細項目値      PIC X(20).
           05 明細内容        PIC X(30).
           05 明細年月        PIC 9(06).
