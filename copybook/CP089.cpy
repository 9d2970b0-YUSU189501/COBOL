      *注 バックアップ目録(BKMANI2010)のレコード様式。
      *注 バックアップセット1つの取得ファイルごとに1行追記する。
      *注 件数はバイト数をレコード長で割ったもので、割り切れない
      *注 バイト数は端数に持つ。ハッシュ合計は各バイトの値に位置
      *注 の重みを掛けて足したもので、13桁を超えた分は巡回させる。
      *注 目録区分 F:一覧のファイル P:カタログに載った分割ファイル。
      *注 目録状態 C:取得済 M:取得時に対象が無かった。同じ日の
      *注 再取得では後の行が有効。
           05 目録セット日    PIC 9(08).
           05 目録取得時刻    PIC 9(06).
           05 目録ファイル名  PIC X(16).
           05 目録区分        PIC X(01).
               88 目録分割    VALUE "P".
           05 目録元パス名    PIC X(60).
           05 目録セットパス名 PIC X(60).
           05 目録レコード長  PIC 9(05).
           05 目録バイト数    PIC 9(12).
           05 目録件数        PIC 9(09).
           05 目録端数        PIC 9(05).
           05 目録ハッシュ    PIC 9(13).
           05 目録状態        PIC X(01).
               88 目録取得済  VALUE "C".
               88 目録対象なし VALUE "M".
           05 FILLER          PIC X(24).
