      *注 証憑索引照会呼出し(SUB2020)の引き渡し情報。
      *注 照会証憑番号の索引を探し、画像ファイル名・受領日・
      *注 スキャン日を返す。
      *注 証憑回答状態 00:索引あり 10:索引なし 20:番号が空白。
           05 照会証憑番号    PIC X(12).
           05 回答画像ファイル名 PIC X(60).
           05 回答受領日      PIC 9(08).
           05 回答スキャン日  PIC 9(08).
           05 証憑回答状態    PIC X(02).
