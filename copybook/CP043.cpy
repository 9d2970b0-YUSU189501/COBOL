      *注 和暦書式編集呼出し(SUB2017)の引き渡し情報。
      *注 西暦年月日と書式区分を渡すと、元号名を付けた
      *注 証書・通知書向けの和暦日付(例 令和五年四月一日)が
      *注 返る。1年は元年と書く。
      *注 書式区分 K:漢数字(空白も同じ) Z:全角算用数字。
      *注 書式状態 00:正常 10:日付不正 20:該当元号なし。
           05 書式西暦年月日  PIC 9(08).
           05 書式区分        PIC X(01).
           05 書式和暦日付    PIC X(48).
           05 書式状態        PIC X(02).
