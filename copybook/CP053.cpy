      *注 科目担当教員マスタ(KYOINTANTO2001)のレコード様式。
      *注 科目(kamokumstの科目コード)とクラスの組ごとに成績を
      *注 提出する担当教員を1件持つ。受講予定人数がゼロの組は
      *注 学生マスタのそのクラスの在籍者数を提出予定件数とする
      *注 (選択科目など受講者がクラスの一部の組は人数を置く)。
         03 担当科目コード    PIC 9(3).
         03 担当クラス区分    PIC X(2).
         03 担当教員コード    PIC X(6).
         03 担当教員名        PIC X(20).
         03 受講予定人数      PIC 9(3).
         03 FILLER            PIC X(6).
