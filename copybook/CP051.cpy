      *注 学籍異動履歴(GAKUSEIIDOUREKI2001)のレコード様式。
      *注 学生マスタ(GAKUSEIMASTER)の1名分の変更ごとに1件。
      *注 在籍状況 1:在籍 2:休学 3:退学(入学の変更前は空白)。
         03 履歴学籍番号      PIC X(4).
         03 履歴異動区分      PIC X(1).
         03 履歴発効日        PIC 9(8).
         03 履歴処理日        PIC 9(8).
         03 履歴前在籍状況    PIC X(1).
         03 履歴後在籍状況    PIC X(1).
         03 履歴前クラス区分  PIC X(2).
         03 履歴後クラス区分  PIC X(2).
         03 履歴前担任        PIC X(20).
         03 履歴後担任        PIC X(20).
         03 履歴理由          PIC X(20).
