      *注 科目マスタ(kamokumst)を表示順に読み込んだテーブル。
      *注 科目の追加・変更は科目マスタへの登録だけで行い、
      *注 成績を扱う各プログラムはこのテーブルを科目の並びと
      *注 して使う。学生1名分の当学期の得点(kamokuseiseki)も
      *注 科目ごとにここへ置く。
         03 科目数            PIC 9(02) VALUE ZERO.
         03 科目位置          PIC 9(02).
         03 科目エントリ      OCCURS 30 TIMES.
           05 表科目コード    PIC 9(03).
           05 表科目名        PIC X(24).
           05 表単位数        PIC 9(02).
      *注 必修区分 1:必修 2:選択。
           05 表必修区分      PIC X(01).
             88 表必修科目    VALUE "1".
      *注 評価群 0:B判定の群に属さない 1～9:B判定の群番号。
           05 表評価群        PIC 9(01).
           05 表得点          PIC 9(04).
      *注 受講区分 Y:当学期の得点あり N:得点なし。
           05 表受講区分      PIC X(01).
             88 表受講あり    VALUE "Y".
