      *注 住所検査呼出し(SUB2024)の引き渡し情報。
      *注 検査要求区分 C:郵便番号と住所を郵便番号辞書
      *注 (YUBIN2010)で検査する。E:辞書を閉じる(呼び出し元の
      *注 終了処理で呼ぶ)。
      *注 検査結果 00:一致 10:郵便番号が数字7桁でない
      *注 20:辞書に無い郵便番号 30:廃止された郵便番号
      *注 40:都道府県が一致しない(記載なしを含む)
      *注 50:市区町村が一致しない 90:辞書なし・要求区分不正
      *注 (検査不可)。推奨住所は辞書の都道府県・市区町村・
      *注 町域をつないだもので、辞書にある郵便番号のとき返す。
           05 検査要求区分    PIC X(01).
           05 検査郵便番号    PIC X(07).
           05 検査住所        PIC X(60).
           05 検査結果        PIC X(02).
           05 推奨住所        PIC X(108).
