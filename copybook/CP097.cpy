      *注 学期制御ファイル(GAKKI2001)のレコード様式。
      *注 処理対象の年度・学期と、その学期の成績提出期限
      *注 (YYYYMMDD)を持つ。提出期限ゼロは期限未設定。学期の
      *注 締め(PRO2098)が次の学期へ進めるときに学期日程
      *注 (GAKKINITTEI2001)から次の学期の提出期限を入れる。
      *注 従来の様式(5バイト)のファイルは様式変換
      *注 (PRO2123)で書き換える。
         03 制御年度          PIC 9(4).
         03 制御学期          PIC 9(1).
         03 制御提出期限      PIC 9(8).
