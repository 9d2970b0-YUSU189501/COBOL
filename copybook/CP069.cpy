      *注 文字代替規則(DAITAI2010)のレコード様式。宛先ごとに、
      *注 外字・拡張漢字など受け手で扱えない文字を置き換える
      *注 文字列(UTF-8)を1文字1件で持つ(髙→高、﨑→崎など)。
      *注 規則宛先コードが空白の規則は全ての宛先に効き、同じ
      *注 文字に宛先の規則があればそちらを優先する。
           05 規則宛先コード  PIC X(08).
           05 規則対象文字    PIC X(04).
           05 規則代替文字列  PIC X(12).
           05 FILLER          PIC X(04).
