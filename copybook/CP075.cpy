      *注 容量限界登録(GENKAI2010)のレコード様式。
      *注 ファイルを読む側のプログラムがテーブルの大きさや
      *注 件数欄の桁で持つ件数の限界を、限界ごとに1行で
      *注 登録する。件数は編成とレコード長に従って数える。
      *注 パス名が空白ならデータ領域のファイル名を数える。
           05 限界ファイル名  PIC X(16).
           05 限界編成        PIC X(01).
               88 限界索引編成 VALUE "I".
           05 限界レコード長  PIC 9(05).
           05 限界プログラム  PIC X(08).
           05 限界件数値      PIC 9(09).
           05 限界内容        PIC X(30).
           05 限界パス名      PIC X(60).
           05 FILLER          PIC X(21).
