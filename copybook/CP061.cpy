      *注 証憑索引(SHOHYO2010)のレコード様式。スキャンした
      *注 領収書1枚を1件とし、一意の証憑番号で画像ファイルと
      *注 受領日・スキャン日を持つ。台帳明細は証憑番号で結ぶ。
      *注 登録日はPRO2104が索引へ登録した日。
           05 索引証憑番号    PIC X(12).
           05 画像ファイル名  PIC X(60).
           05 受領日          PIC 9(08).
           05 スキャン日      PIC 9(08).
           05 索引登録日      PIC 9(08).
           05 FILLER          PIC X(04).
