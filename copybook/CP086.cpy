      *注 郵便番号辞書(YUBIN2010)のレコード様式。索引編成で
      *注 郵便番号をキーとする。日本郵便の郵便番号データから
      *注 PRO2117が作る。1つの郵便番号に町域が2以上あるとき
      *注 は町域名を空白とし、町域件数に件数を持つ。
      *注 廃止区分 Y:廃止された郵便番号(廃止データから登録)。
           05 辞書郵便番号    PIC X(07).
           05 辞書都道府県名  PIC X(12).
           05 辞書市区町村名  PIC X(36).
           05 辞書町域名      PIC X(60).
           05 辞書町域件数    PIC 9(03).
           05 辞書廃止区分    PIC X(01).
               88 辞書廃止    VALUE "Y".
           05 辞書登録日      PIC 9(08).
           05 FILLER          PIC X(13).
