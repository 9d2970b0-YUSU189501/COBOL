      *注 受験者対応ファイル(JUKENTAIOU2001)のレコード様式。
      *注 入学した受験者の試験結果ファイル(SHIKENKEKKA)上の
      *注 試験回・受験者IDと、入学後の学籍番号を結び付ける。
      *注 入学手続の完了時に入試担当が1名1件で登録する。
         03 対応試験回        PIC 9(2).
         03 対応受験者ID      PIC X(6).
         03 対応学籍番号      PIC X(4).
         03 対応入学年度      PIC 9(4).
         03 FILLER            PIC X(4).
