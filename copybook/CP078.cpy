      *注 操作者マスタ(SOSASHA2010)のレコード様式。
      *注 操作者とロールの組ごとに1行。有効終了日0は期限
      *注 なし。停止区分Yの行は使えない。
           05 操作者コード    PIC X(08).
           05 操作者ロール    PIC X(08).
           05 操作者名        PIC X(30).
           05 操作者有効開始日 PIC 9(08).
           05 操作者有効終了日 PIC 9(08).
           05 操作者停止区分  PIC X(01).
               88 操作者停止  VALUE "Y".
           05 FILLER          PIC X(37).
