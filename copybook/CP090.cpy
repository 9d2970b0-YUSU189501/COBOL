      *注 データ品質ルール(HINSHITSU2010)のレコード様式。
      *注 マスタファイルに対する検査を1ルール1行で登録する。
      *注 項目とキーはレコード先頭からの位置と長さで指定する。
      *注 編成Iは人事部・総務部ファイルと同じ様式(CP024)の
      *注 索引ファイルに限る。
      *注 検査区分 M:必須(空白・ゼロなら違反) V:コード値(許容値
      *注 に無ければ違反) D:日付(暦に無い日・下限年より前・
      *注 処理日より後なら違反。未設定は必須検査で見る)
      *注 X:他ファイル存在(参照ファイルのキーに無ければ違反)。
      *注 許容値は項目長ずつ区切って左から並べる。空白許容が
      *注 Yなら空白も正しい値とする。下限年ゼロは1900年とする。
      *注 参照ファイルは順編成とし、参照キーの長さは項目長と
      *注 同じとする。参照絞込位置がゼロでなければ、参照
      *注 ファイルのその位置が参照絞込値の行だけを引く。
           05 ルールID        PIC X(06).
           05 ルールファイル名 PIC X(16).
           05 ルール編成      PIC X(01).
               88 ルール索引編成 VALUE "I".
           05 ルールレコード長 PIC 9(05).
           05 ルールキー位置  PIC 9(03).
           05 ルールキー長    PIC 9(02).
           05 ルール項目名    PIC X(20).
           05 ルール項目位置  PIC 9(03).
           05 ルール項目長    PIC 9(02).
           05 ルール検査区分  PIC X(01).
               88 ルール必須  VALUE "M".
               88 ルールコード値 VALUE "V".
               88 ルール日付  VALUE "D".
               88 ルール存在  VALUE "X".
           05 ルール許容値    PIC X(20).
           05 ルール空白許容  PIC X(01).
           05 ルール下限年    PIC 9(04).
           05 ルール参照ファイル名 PIC X(16).
           05 ルール参照レコード長 PIC 9(05).
           05 ルール参照キー位置 PIC 9(03).
           05 ルール参照絞込位置 PIC 9(03).
           05 ルール参照絞込値 PIC X(01).
           05 ルール担当      PIC X(10).
           05 ルール内容      PIC X(30).
           05 FILLER          PIC X(08).
