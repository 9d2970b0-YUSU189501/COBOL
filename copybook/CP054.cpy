      *注 成績提出状況(TEISHUTSUJOKYO2001)のレコード様式。
      *注 成績提出の追跡(PRO2097)が毎回1件で作り直し、学期の
      *注 締め(PRO2098)が締めてよいかの判定に使う。
         03 状況年度          PIC 9(4).
         03 状況学期          PIC 9(1).
         03 状況判定日        PIC 9(8).
         03 状況担当件数      PIC 9(4).
         03 状況未完了件数    PIC 9(4).
         03 状況遅延件数      PIC 9(4).
