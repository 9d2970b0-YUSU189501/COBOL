      *注 口座間振替(FURIKAE2010)のレコード様式。ATMでの引出し
      *注 (銀行口座から現金へ)やカード代金の引落し(銀行口座
      *注 からカードへ)など、支払口座の間の資金の移動を1件とし、
      *注 振替元から出金し振替先へ入金する。
           05 振替日          PIC 9(08).
           05 振替元口座      PIC X(04).
           05 振替先口座      PIC X(04).
           05 振替金額        PIC 9(10).
           05 振替摘要        PIC X(30).
           05 FILLER          PIC X(04).
