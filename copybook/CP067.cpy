      *注 送信ファイル文字コード変換指定(HENKANPRF2010)のレコード
      *注 様式。宛先ごと・送信ファイルごとに1件とし、変換後の
      *注 文字コード・改行・代替の方法を指定する。
      *注 変換文字コード U:UTF-8 B:UTF-8(BOM付き)
      *注 S:Shift_JIS(JIS X 0208の範囲)。
      *注 改行区分 空白:改行なし L:LF C:CR+LF。
      *注 文字制限区分 J:JIS X 0208に無い文字を代替する
      *注 (Shift_JISは常に代替する)。
      *注 一覧区分 L:変換元ファイル名は配布集計(DISTRIB2001)で、
      *注 そこに載る配布ファイルを全て変換する。変換先ファイル名
      *注 には配布ファイル名の後ろに付ける文字列を入れる。
           05 変換宛先コード  PIC X(08).
           05 変換元ファイル名 PIC X(60).
           05 変換元レコード長 PIC 9(04).
           05 変換先ファイル名 PIC X(60).
      *   変換後のレコード長(バイト)。0は変換後の長さのまま。
           05 変換先レコード長 PIC 9(04).
           05 変換文字コード  PIC X(01).
               88 変換先UTF8  VALUE "U" "B".
               88 変換先BOM付き VALUE "B".
               88 変換先SJIS  VALUE "S".
           05 改行区分        PIC X(01).
               88 改行なし    VALUE SPACE.
               88 改行LF      VALUE "L".
               88 改行CRLF    VALUE "C".
           05 文字制限区分    PIC X(01).
               88 JIS範囲制限  VALUE "J".
      *   代替規則の無い変換できない文字に置く文字(UTF-8)。
      *   空白は"〓"とする。
           05 既定代替文字    PIC X(04).
      *   Y:改行の前でレコード末尾の空白を除く。
           05 末尾空白削除    PIC X(01).
           05 一覧区分        PIC X(01).
               88 配布一覧指定 VALUE "L".
           05 FILLER          PIC X(05).
