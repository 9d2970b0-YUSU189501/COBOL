      *注 送信先マスタ(SOSHINSAKI2010)のレコード様式。
      *注 送信ファイルIDごとに宛先、受領期限(送信日
      *注 から何営業日後の何時まで)、宛先が返す受領
      *注 通知ファイル、再生成に使う作成プログラム
      *注 を持つ。
           05 送信先ファイルID PIC X(16).
           05 送信先コード    PIC X(08).
           05 送信先名        PIC X(30).
           05 受領猶予日数    PIC 9(02).
           05 受領締切時刻    PIC 9(04).
           05 受領通知ファイル名 PIC X(60).
           05 再生成プログラム PIC X(08).
           05 FILLER          PIC X(12).
