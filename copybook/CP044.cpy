      *注 営業日計算呼出し(SUB2018)の引き渡し情報。
      *注 計算区分 A:基準日からN営業日後(Nが負なら前)の日付
      *注 を計算終了日に返す。C:基準日から計算終了日までの
      *注 営業日数を計算営業日数に返す。
      *注 Aの0営業日は基準日(休日なら次の営業日)とする。
      *注 Cは基準日の翌日から終了日までの営業日を数え、終了日
      *注 が基準日より前なら負の日数を返す(Aと逆の関係)。
      *注 計算状態 00:正常 10:日付がカレンダに無い・範囲が
      *注 カレンダの外に出た 20:カレンダファイル異常
      *注 30:計算区分不正。
           05 計算区分        PIC X(01).
           05 計算基準日      PIC 9(08).
           05 計算営業日数    PIC S9(04).
           05 計算終了日      PIC 9(08).
           05 計算状態        PIC X(02).
