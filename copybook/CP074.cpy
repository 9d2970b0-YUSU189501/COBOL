      *注 ファイル様式定義(LAYOUT2010)のレコード様式。
      *注 データセットごとに連番000の定義行で編成・レコード
      *注 長・キーの位置と長さ・ファイル名を、連番001以降の
      *注 行で項目名・開始位置・長さ・型を持つ。各ファイルの
      *注 コピー句(CP001・CP008・CP014・CP024など)と同じ
      *注 並びで定義する。保守はPRO2071で行う。
           05 様式データセット名 PIC X(16).
           05 様式連番        PIC 9(03).
           05 様式内容        PIC X(81).
      *注 編成 S:順編成 I:索引編成。ファイル名が空白なら
      *注 データ領域のデータセット名のファイルを読む。
           05 様式定義部      REDEFINES 様式内容.
             10 様式編成      PIC X(01).
               88 様式順編成  VALUE "S".
               88 様式索引編成 VALUE "I".
             10 様式レコード長 PIC 9(05).
             10 様式キー位置  PIC 9(05).
             10 様式キー長    PIC 9(03).
             10 様式ファイル名 PIC X(60).
             10 FILLER        PIC X(07).
      *注 型 X:英数字 N:日本語 9:符号なし数字
      *注 S:符号付き数字(末尾桁に符号)。
           05 様式項目部      REDEFINES 様式内容.
             10 様式項目名    PIC X(30).
             10 様式項目位置  PIC 9(05).
             10 様式項目長    PIC 9(05).
             10 様式項目型    PIC X(01).
               88 様式数字項目 VALUE "9" "S".
             10 FILLER        PIC X(40).
