      *注 バックアップ対象一覧(BKLIST2010)のレコード様式。
      *注 災害対策のバックアップセットに含めるファイルを1行に
      *注 1つ登録する。区分が空白ならそのファイルだけを、Kなら
      *注 カタログ(RYOSYUCAT2010と同じ様式)とそこに載った分割
      *注 ファイルをすべて取得する。分割レコード長は分割ファイル
      *注 のレコード長。パス名が空白ならデータ領域のファイル名
      *注 を取得する。
           05 一覧ファイル名  PIC X(16).
           05 一覧区分        PIC X(01).
               88 一覧カタログ VALUE "K".
           05 一覧レコード長  PIC 9(05).
           05 一覧分割レコード長 PIC 9(05).
           05 一覧内容        PIC X(30).
           05 一覧パス名      PIC X(60).
           05 FILLER          PIC X(03).
