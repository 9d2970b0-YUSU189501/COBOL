      *注 日付解析呼出し(SUB2016)の引き渡し情報。
      *注 和暦・西暦の各種表記の日付文字列を渡すと8桁の
      *注 西暦年月日と解析状態が返る。
      *注 解析区分 空白:8桁西暦のまま G:西暦表記を正規化
      *注 W:和暦表記を正規化。
      *注 解析状態 00:正常 10:解析不能・暦日不正
      *注 20:元号の有効期間外 30:表記があいまい。
           05 解析入力日付    PIC X(20).
           05 解析西暦年月日  PIC 9(08).
           05 解析区分        PIC X(01).
           05 解析状態        PIC X(02).
