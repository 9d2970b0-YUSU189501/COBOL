      *注 送信登録呼出し(SUB2021)の引き渡し情報。
      *注 送信要求区分 R:送信管理台帳(SOSHIN2010)へ
      *注 登録。宛先が空白のときは送信先マスタ
      *注 (SOSHINSAKI2010)でファイルIDから宛先を引く。
      *注 送信区分 N:通常 S:再送。ハッシュ合計は送信
      *注 ファイルごとに決めた項目(金額・日付など)
      *注 の合計を13桁で巡回させた値。
      *注 送信登録状態 00:正常 10:送信先マスタ未登録
      *注 (既定の期限で登録) 20:台帳異常
      *注 30:要求区分不正。
           05 送信要求区分    PIC X(01).
           05 登録送信ファイルID PIC X(16).
           05 登録送信宛先    PIC X(08).
           05 登録送信作成日  PIC 9(08).
           05 登録送信件数    PIC 9(07).
           05 登録送信ハッシュ PIC 9(13).
           05 登録送信ファイル名 PIC X(60).
           05 登録送信区分    PIC X(01).
           05 送信登録状態    PIC X(02).
