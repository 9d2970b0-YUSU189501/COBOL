      *注 送信管理台帳(SOSHIN2010)のレコード様式。
      *注 外部へ送ったファイルを1送信1件で記録
      *注 する。送信区分 N:通常 S:再送。
      *注 受領状態 空白:受領待ち A:受領済 R:受領拒否
      *注 M:件数・ハッシュ不一致。督促済フラグは
      *注 受領期限超過のアラートを出し済みの印。
           05 送信ファイルID  PIC X(16).
           05 送信宛先コード  PIC X(08).
           05 送信作成日      PIC 9(08).
           05 送信日          PIC 9(08).
           05 送信時刻        PIC 9(06).
           05 送信件数        PIC 9(07).
           05 送信ハッシュ    PIC 9(13).
           05 送信ファイル名  PIC X(60).
           05 送信区分        PIC X(01).
               88 通常送信    VALUE "N".
               88 再送信      VALUE "S".
           05 受領期限日      PIC 9(08).
           05 受領期限時刻    PIC 9(04).
           05 受領状態        PIC X(01).
               88 受領待ち    VALUE SPACE.
               88 受領済      VALUE "A".
               88 受領拒否    VALUE "R".
               88 受領不一致  VALUE "M".
           05 受領日          PIC 9(08).
           05 受領時刻        PIC 9(04).
           05 受領理由        PIC X(30).
           05 督促済フラグ    PIC X(01).
               88 督促済      VALUE "Y".
           05 FILLER          PIC X(17).
