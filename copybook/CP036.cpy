      *注 評価期間マスタ(HYOKAKIKAN2007)のレコード様式。
      *注 評価期間コードは年度(4桁)と回次(2桁)で付け、コード順が
      *注 時系列順になるようにする(例 202601:上期 202602:下期)。
      *注 評語枠はS・A・B・C・Dの順に、所属ごとの評語の構成比
      *注 (百分率)の下限と上限を持つ。判定最少人数に満たない
      *注 所属は分布の判定をしない。上限率0は上限を設けない。
         03 評価期間コード    PIC X(6).
         03 評価期間名        PIC X(20).
         03 期間開始日        PIC 9(8).
         03 期間終了日        PIC 9(8).
         03 判定最少人数      PIC 9(3).
         03 評語枠            OCCURS 5 TIMES.
           05 枠下限率        PIC 9(3).
           05 枠上限率        PIC 9(3).
