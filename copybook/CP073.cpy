      *注 受領通知(宛先ごとの受領通知ファイル)の
      *注 レコード様式。宛先から返る受領結果をこの
      *注 様式にそろえて置く。
      *注 通知結果 A:受領 R:拒否。
      *注 件数・ハッシュは宛先が受け取った内容で、
      *注 送信管理台帳の値と照合する。
           05 通知ファイルID  PIC X(16).
           05 通知作成日      PIC 9(08).
           05 通知件数        PIC 9(07).
           05 通知ハッシュ    PIC 9(13).
           05 通知結果        PIC X(01).
               88 通知受領    VALUE "A".
               88 通知拒否    VALUE "R".
           05 通知理由        PIC X(30).
           05 通知受領日      PIC 9(08).
           05 通知受領時刻    PIC 9(04).
           05 FILLER          PIC X(13).
