      *注 研修マスタ(KENSHU2007)のレコード様式。研修1件につき
      *注 1レコード。必須区分が"Y"の研修は全員の受講を要する。
      *注 更新間隔月数は再受講までの月数で、0は1回受講すれば
      *注 よい研修。新任猶予月数は入社年月日から初回受講の
      *注 期限までの月数。
         03 研修コード        PIC X(5).
         03 研修名            PIC X(40).
         03 必須区分          PIC X(1).
         03 更新間隔月数      PIC 9(3).
         03 新任猶予月数      PIC 9(3).
