      *  夜間にseisekihyo・shikenkekka・taisyokusyaの3テーブルを
      *  フラットファイルへ抜き出すアンロードユーティリティ。
      *  seisekihyoは年度・学期キー付きで全学期分を抜き出す。
      *  得点は科目別成績表(kamokuseiseki)から取り、従来の
      *  5科目の欄(科目コード1～5)と、科目マスタにある全科目
      *  の得点合計を付けて書き出す。
      *  shikenkekkaは試験結果ファイル(CP008)と同じ様式、
      *  taisyokusyaは退職者ファイル(TAISYOKU2007)と同じ様式で
      *  書き出し、既存のファイル型レポート群が最新の写しを
         03 外国語            PIC 9(4).
         03 カンマ７          PIC X(1).
         03 総合成績          PIC X(1).
      *  科目マスタにある全科目の得点合計。
         03 カンマ１０        PIC X(1).
         03 全科目合計        PIC 9(5).
       FD  試験アンロードファイル.
       01  試験アンロードレコード.
           COPY CP008.
         03 JOUHORIRON    PIC 9(4).
         03 GAIKOKUGO     PIC 9(4).
         03 SOUGOUSEISEKI PIC X(1).
         03 KAMOKUGOUKEI  PIC 9(5).
       01  WK-SHIKENKEKKA.
         03 SHIKENKAI     PIC 9(2).
         03 JUKENBI       PIC X(10).
               EXEC SQL
                 ROLLBACK
               END-EXEC
               DISPLAY "SQL致命的エラーのため"
                       "終了します。"
               STOP RUN
             ELSE
               CONTINUE
           MOVE SPACE TO SW-NOTFOUND.
           EXEC SQL
             DECLARE CRS01 CURSOR FOR
             SELECT s.nendo,s.gakki,s.gakusekino,
                    s.gakuseiname,
                    COALESCE((SELECT k.tokuten
                      FROM kamokuseiseki k
                      WHERE k.nendo = s.nendo
                        AND k.gakki = s.gakki
                        AND k.gakusekino = s.gakusekino
                        AND k.kamokucode = 1),0),
                    COALESCE((SELECT k.tokuten
                      FROM kamokuseiseki k
                      WHERE k.nendo = s.nendo
                        AND k.gakki = s.gakki
                        AND k.gakusekino = s.gakusekino
                        AND k.kamokucode = 2),0),
                    COALESCE((SELECT k.tokuten
                      FROM kamokuseiseki k
                      WHERE k.nendo = s.nendo
                        AND k.gakki = s.gakki
                        AND k.gakusekino = s.gakusekino
                        AND k.kamokucode = 3),0),
                    COALESCE((SELECT k.tokuten
                      FROM kamokuseiseki k
                      WHERE k.nendo = s.nendo
                        AND k.gakki = s.gakki
                        AND k.gakusekino = s.gakusekino
                        AND k.kamokucode = 4),0),
                    COALESCE((SELECT k.tokuten
                      FROM kamokuseiseki k
                      WHERE k.nendo = s.nendo
                        AND k.gakki = s.gakki
                        AND k.gakusekino = s.gakusekino
                        AND k.kamokucode = 5),0),
                    s.sougouseiseki,
                    COALESCE((SELECT SUM(k.tokuten)
                      FROM kamokuseiseki k
                      WHERE k.nendo = s.nendo
                        AND k.gakki = s.gakki
                        AND k.gakusekino = s.gakusekino
                        AND k.kamokucode IN
                            (SELECT kamokucode
                             FROM kamokumst)),0)
             FROM seisekihyo s
             ORDER BY s.nendo,s.gakki,s.gakusekino
           END-EXEC.
           EXEC SQL
             OPEN CRS01
                 MOVE ","           TO カンマ９
                 MOVE GAKUSEKINO    TO 学籍番号
                 MOVE ","           TO カンマ１
                   OF 成績アンロードレコード
                 MOVE GAKUSEINAME   TO 学生名
                 MOVE ","           TO カンマ２
                   OF 成績アンロードレコード
                 MOVE HOUGAKU       TO 法学
                 MOVE ","           TO カンマ３
                   OF 成績アンロードレコード
                 MOVE KEIZAIGAKU    TO 経済学
                 MOVE ","           TO カンマ４
                 MOVE TETSUGAKU     TO 哲学
                 MOVE GAIKOKUGO     TO 外国語
                 MOVE ","           TO カンマ７
                 MOVE SOUGOUSEISEKI TO 総合成績
                 MOVE ","           TO カンマ１０
                 MOVE KAMOKUGOUKEI  TO 全科目合計
                 WRITE 成績アンロードレコード
                 ADD 1 TO 成績行数
             END-IF
