      *注 評価履歴(HYOKAREKI2007)のレコード様式。社員・評価
      *注 期間ごとに1レコード。評価所属コードは評価を行った
      *注 所属(課)で、組織階層マスタ(SOSHIKI2000)のコード。
      *注 評語はS・A・B・C・Dのいずれか。
         03 評価社員コード    PIC X(5).
         03 評価対象期間      PIC X(6).
         03 評価所属コード    PIC X(3).
         03 評語              PIC X(1).
         03 評価者コード      PIC X(5).
      *注 取り込んだ日。
         03 評価登録日        PIC 9(8).
