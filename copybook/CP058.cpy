      *注 固定資産台帳(SHISAN2010)のレコード様式。資産番号は
      *注 取得年月と月内の連番。取得日・資産区分コード・資産名・
      *注 取得価額は取得した台帳明細の日付・区分コード・商品名・
      *注 値段をそのまま持ち、台帳明細との対応に使う。
      *注 資産状態 A:使用中 S:売却済 D:廃棄済。
           05 資産番号.
               10 資産番号年月 PIC 9(06).
               10 資産番号連番 PIC 9(04).
           05 取得日          PIC 9(08).
           05 資産区分コード  PIC X(02).
           05 資産名          PIC X(38).
           05 取得価額        PIC 9(10).
           05 耐用月数        PIC 9(03).
           05 償却累計額      PIC 9(10).
      *   償却を計上した最後の年月。取得後未計上は0。
           05 最終償却年月    PIC 9(06).
           05 資産状態        PIC X(01).
               88 資産使用中  VALUE "A".
               88 資産売却済  VALUE "S".
               88 資産廃棄済  VALUE "D".
           05 除却日          PIC 9(08).
           05 売却額          PIC 9(10).
           05 FILLER          PIC X(04).
