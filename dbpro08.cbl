      *  学期間のGPA推移レポート。年度・学期キーで蓄積した
      *  成績表テーブル(seisekihyo)を学籍番号・年度・学期の順に
      *  読み、学生1名ごとに学期別のGPA(A=4 B=3 C=2 D=1)と
      *  科目合計(科目別成績表kamokuseisekiの得点合計)の
      *  伸びを並べた推移レポート(GPATREND2001)を
      *  作る。あわせて、直近で連続してGPAが下がっている学生を
      *  成績下降一覧(GPADOWN2001)へ抽出する。
       ENVIRONMENT            DIVISION.
         03 S-GAKKI       PIC 9(1).
         03 GAKUSEKINO    PIC X(4).
         03 GAKUSEINAME   PIC X(40).
         03 SOUGOUSEISEKI PIC X(1).
      *  その学期の科目マスタにある科目の得点合計。
         03 KAMOKUGOUKEI  PIC 9(5).
           EXEC SQL END DECLARE SECTION END-EXEC.
      *** 2.共通領域の定義
           EXEC SQL INCLUDE SQLCA END-EXEC.
           MOVE SPACE TO SW-NOTFOUND.
           EXEC SQL
             DECLARE CRS01 CURSOR FOR
             SELECT s.nendo,s.gakki,s.gakusekino,
                    s.gakuseiname,s.sougouseiseki,
                    COALESCE(
                      (SELECT SUM(k.tokuten)
                       FROM kamokuseiseki k
                       WHERE k.nendo = s.nendo
                         AND k.gakki = s.gakki
                         AND k.gakusekino = s.gakusekino
                         AND k.kamokucode IN
                             (SELECT kamokucode
                              FROM kamokumst)),0)
             FROM seisekihyo s
             ORDER BY s.gakusekino,s.nendo,s.gakki
           END-EXEC.
           EXEC SQL
             OPEN CRS01
       学期明細積み上げ       SECTION.
      ************************************************
      *
      *  1学期分のGPAと科目合計を並びに加える。
           EVALUATE SOUGOUSEISEKI
             WHEN "A"
               MOVE 4 TO ＧＰＡワーク
             WHEN OTHER
               MOVE ZERO TO ＧＰＡワーク
           END-EVALUATE.
           MOVE KAMOKUGOUKEI TO 合計ワーク.
           IF 学期数 < 12
             THEN
               ADD 1 TO 学期数
