       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            dbpro05.
      *  成績表テーブル(seisekihyo)と科目別成績表(kamokuseiseki)
      *  から、科目マスタ(kamokumst)の科目ごとの統計(平均・最高・
      *  最低・標準偏差)と総合成績帯(A/B/C/D)別の人数・構成比を
      *  教授会向けの統計レポートに書き出す。毎期同じ方法で
      *  数字が出るよう、集計はこのプログラムに一本化する。
       FILE                   SECTION.
       FD  学期制御ファイル.
       01  学期制御レコード.
           COPY CP097.
       FD  学生マスタファイル.
       01  学生マスタレコード.
         03 マスタ学籍番号    PIC X(4).
         03 クラスエントリ    OCCURS 10 TIMES.
           05 表クラス        PIC X(2).
           05 表クラス学生数  PIC 9(4).
           05 表クラス科目集計 OCCURS 30 TIMES.
             07 表クラス科目計   PIC 9(8).
             07 表クラス受講者数 PIC 9(4).
           05 表クラスＡ帯    PIC 9(4).
           05 表クラスＢ帯    PIC 9(4).
           05 表クラスＣ帯    PIC 9(4).
       01  SEISEKIHYO.
         03 GAKUSEKINO    PIC X(4).
         03 GAKUSEINAME   PIC X(40).
         03 SOUGOUSEISEKI PIC X(1).
      *  科目マスタ(kamokumst)の1行分のホスト変数。
       01  KAMOKUMST.
         03 KM-KAMOKUCODE   PIC 9(3).
         03 KM-KAMOKUNAME   PIC X(24).
         03 KM-TANI         PIC 9(2).
         03 KM-HISSUKUBUN   PIC X(1).
         03 KM-HYOUKAGUN    PIC 9(1).
      *  科目別成績表(kamokuseiseki)の1行分のホスト変数。
       01  KAMOKUSEISEKI.
         03 KS-GAKUSEKINO   PIC X(4).
         03 KS-KAMOKUCODE   PIC 9(3).
         03 KS-TOKUTEN      PIC 9(4).
           EXEC SQL END DECLARE SECTION END-EXEC.
      *** 2.共通領域の定義
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *  科目マスタの読み込みテーブル。科目の並び・科目名は
      *  ここから取る。
       01  科目マスタテーブル.
           COPY CP049.
      *  科目コードから科目マスタテーブルの位置を引くワーク。
       01  探索科目コード     PIC 9(3).
       01  該当科目位置       PIC 9(2).
      *  科目マスタ・科目別得点のカーソルが尽きたことを示す
      *  スイッチ。
       01  KM-SW           PIC X(1).
         88 KM-NOTFOUND    VALUE "1".
       01  KS-SW           PIC X(1).
         88 KS-NOTFOUND    VALUE "1".
      *  科目別の統計集計テーブル(科目マスタテーブルと同じ
      *  並び)。選択科目もあるので、平均などは受講者数で割る。
       01  科目集計テーブル.
         03 科目集計        OCCURS 30 TIMES.
           05 科目受講者数  PIC 9(4).
           05 科目合計      PIC 9(8).
           05 科目二乗合計  PIC 9(12).
           05 科目最高      PIC 9(4).
           05 科目最低      PIC 9(4).
           05 科目平均      PIC 9(4)V99.
           05 科目標準偏差  PIC 9(4)V99.
       01  科目番号           PIC 9(2).
       01  必修選択表示       PIC X(6).
       01  科目得点           PIC 9(4).
       01  分散ワーク         PIC 9(9)V99.
      *  総合成績帯(A/B/C/D)別の人数。
             ELSE
               DISPLAY "学期制御なし。既定値を使う。"
           END-IF.
      * 学生マスタを読み込む。
           PERFORM GAKUSEI-MASTER-YOMIKOMI.
           OPEN OUTPUT 統計レポートファイル.
             CONNECT :USERNAME IDENTIFIED BY
             :PASSWORD USING :DBNAME
           END-EXEC.
      * 科目の並びを科目マスタから読み込み、集計テーブルを
      * 用意する。
           PERFORM KAMOKU-MASTER-YOMIKOMI.
           INITIALIZE 科目集計テーブル.
           PERFORM VARYING 科目番号 FROM 1 BY 1
             UNTIL 科目番号 > 科目数
             MOVE 9999 TO 科目最低(科目番号)
           END-PERFORM.
      *
       初期処理－ＥＸ.
       EXIT.
               EXEC SQL
                 ROLLBACK
               END-EXEC
               DISPLAY "SQL致命的エラーのため"
                       "終了します。"
               STOP RUN
             ELSE
               CONTINUE
       SQL-KEKKA-KAKUNIN-EX.
       EXIT.
      *
      ************************************************
       KAMOKU-MASTER-YOMIKOMI SECTION.
      ************************************************
      *
      *  科目マスタを表示順にテーブルへ読み込む。科目が1件も
      *  無ければ成績を扱えないので異常終了させる。
           MOVE ZERO TO 科目数.
           MOVE SPACE TO KM-SW.
           EXEC SQL
             DECLARE CRS02 CURSOR FOR
               SELECT kamokucode,kamokuname,tani,
                      hissukubun,hyoukagun
               FROM kamokumst
               ORDER BY hyoujijun,kamokucode
           END-EXEC.
           EXEC SQL
             OPEN CRS02
           END-EXEC.
           PERFORM UNTIL KM-NOTFOUND
             EXEC SQL
               FETCH CRS02
               INTO :KAMOKUMST
             END-EXEC
             IF SQLCODE = CST-SQL-NF
               THEN
                 MOVE CST-1X TO KM-SW
               ELSE
                 IF 科目数 < 30
                   THEN
                     ADD 1 TO 科目数
                     MOVE KM-KAMOKUCODE
                       TO 表科目コード(科目数)
                     MOVE KM-KAMOKUNAME
                       TO 表科目名(科目数)
                     MOVE KM-TANI
                       TO 表単位数(科目数)
                     MOVE KM-HISSUKUBUN
                       TO 表必修区分(科目数)
                     MOVE KM-HYOUKAGUN
                       TO 表評価群(科目数)
                   ELSE
                     DISPLAY "科目マスタテーブル"
                             "上限超過。"
                 END-IF
             END-IF
           END-PERFORM.
           EXEC SQL
             CLOSE CRS02
           END-EXEC.
           IF 科目数 = ZERO
             THEN
               MOVE "DBPRO05" TO 発生プログラム名
               MOVE "10" TO 入出力状態
               MOVE "科目マスタ未登録"
                 TO 異常終了メッセージ
               CALL "SUB9000" USING 異常終了情報
                 ON EXCEPTION
                   DISPLAY "サブルーチン呼出し失敗"
                 NOT ON EXCEPTION
                   CONTINUE
               END-CALL
               DISPLAY "科目マスタがありません。"
               STOP RUN
             ELSE
               CONTINUE
           END-IF.
      *
       KAMOKU-MASTER-YOMIKOMI-EX.
       EXIT.
      *
      ************************************************
       KAMOKU-TOKUTEN-YOMIKOMI SECTION.
      ************************************************
      *
      *  KS-GAKUSEKINOの学生の当学期の科目別得点を科目マスタ
      *  テーブルへ置く。得点の無い科目は受講なしとする。
           PERFORM VARYING 科目位置 FROM 1 BY 1
             UNTIL 科目位置 > 科目数
             MOVE ZERO TO 表得点(科目位置)
             MOVE "N" TO 表受講区分(科目位置)
           END-PERFORM.
           MOVE SPACE TO KS-SW.
           EXEC SQL
             DECLARE CRS03 CURSOR FOR
               SELECT kamokucode,tokuten
               FROM kamokuseiseki
               WHERE nendo = :NENDO
                 AND gakki = :GAKKI
                 AND gakusekino = :KS-GAKUSEKINO
           END-EXEC.
           EXEC SQL
             OPEN CRS03
           END-EXEC.
           PERFORM UNTIL KS-NOTFOUND
             EXEC SQL
               FETCH CRS03
               INTO :KS-KAMOKUCODE,:KS-TOKUTEN
             END-EXEC
             IF SQLCODE = CST-SQL-NF
               THEN
                 MOVE CST-1X TO KS-SW
               ELSE
                 MOVE KS-KAMOKUCODE TO 探索科目コード
                 PERFORM KAMOKU-KENSAKU
                 IF 該当科目位置 = ZERO
                   THEN
                     DISPLAY "科目マスタ外 学籍番号:"
                             KS-GAKUSEKINO
                             " 科目:" KS-KAMOKUCODE
                   ELSE
                     MOVE KS-TOKUTEN
                       TO 表得点(該当科目位置)
                     MOVE "Y"
                       TO 表受講区分(該当科目位置)
                 END-IF
             END-IF
           END-PERFORM.
           EXEC SQL
             CLOSE CRS03
           END-EXEC.
      *
       KAMOKU-TOKUTEN-YOMIKOMI-EX.
       EXIT.
      *
      ************************************************
       KAMOKU-KENSAKU         SECTION.
      ************************************************
      *
      *  探索科目コードの科目マスタテーブル上の位置を引く。
      *  無ければ該当科目位置はゼロのまま。
           MOVE ZERO TO 該当科目位置.
           PERFORM VARYING 科目位置 FROM 1 BY 1
             UNTIL 科目位置 > 科目数
             IF 表科目コード(科目位置) = 探索科目コード
               THEN
                 MOVE 科目位置 TO 該当科目位置
                 MOVE 科目数 TO 科目位置
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       KAMOKU-KENSAKU-EX.
       EXIT.
      *
      ************************************************
       集計処理               SECTION.
      ************************************************
           MOVE SPACE TO SW-NOTFOUND.
           EXEC SQL
             DECLARE CRS01 CURSOR FOR
             SELECT gakusekino,gakuseiname,
                    sougouseiseki
             FROM seisekihyo
             WHERE nendo = :NENDO
               AND gakki = :GAKKI
                     ADD 1 TO マスタ外件数
                   WHEN OTHER
                     ADD 1 TO 学生数
                     MOVE GAKUSEKINO TO KS-GAKUSEKINO
                     PERFORM KAMOKU-TOKUTEN-YOMIKOMI
                     PERFORM 科目別集計
                     PERFORM 成績帯集計処理
                     PERFORM クラス別集計
       科目別集計             SECTION.
      ************************************************
      *
      * 得点のある科目を順に集計テーブルへ積み上げる。
           PERFORM VARYING 科目番号 FROM 1 BY 1
             UNTIL 科目番号 > 科目数
             IF 表受講あり(科目番号)
               THEN
                 PERFORM 科目1件集計
               ELSE
                 CONTINUE
             END-IF
       科目別集計－ＥＸ.
       EXIT.
      *
      ************************************************
       科目1件集計            SECTION.
      ************************************************
      *
           MOVE 表得点(科目番号) TO 科目得点.
           ADD 1 TO 科目受講者数(科目番号).
           ADD 科目得点 TO 科目合計(科目番号).
           COMPUTE 科目二乗合計(科目番号) =
             科目二乗合計(科目番号)
             + 科目得点 * 科目得点.
           IF 科目得点 > 科目最高(科目番号)
             THEN
               MOVE 科目得点 TO 科目最高(科目番号)
             ELSE
               CONTINUE
           END-IF.
           IF 科目得点 < 科目最低(科目番号)
             THEN
               MOVE 科目得点 TO 科目最低(科目番号)
             ELSE
               CONTINUE
           END-IF.
      *
       科目1件集計－ＥＸ.
       EXIT.
      *
      ************************************************
       成績帯集計処理         SECTION.
      ************************************************
       統計値算出             SECTION.
      ************************************************
      *
      * 科目ごとに受講者数で割って平均と標準偏差を求める。
      * 受講者のいない科目は最低点を0として表示する。
           IF 学生数 = ZERO
             THEN
               DISPLAY "対象学生がいません。"
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING 科目番号 FROM 1 BY 1
             UNTIL 科目番号 > 科目数
             IF 科目受講者数(科目番号) = ZERO
               THEN
                 MOVE ZERO TO 科目最低(科目番号)
               ELSE
                 COMPUTE 科目平均(科目番号) ROUNDED =
                   科目合計(科目番号)
                   / 科目受講者数(科目番号)
                 COMPUTE 分散ワーク =
                   科目二乗合計(科目番号)
                   / 科目受講者数(科目番号)
                   - 科目平均(科目番号)
                     * 科目平均(科目番号)
                 COMPUTE 科目標準偏差(科目番号)
                   ROUNDED = 分散ワーク ** 0.5
             END-IF
           END-PERFORM.
      *
       統計値算出－ＥＸ.
       EXIT.
                  INTO レポート行.
           WRITE 統計レポートレコード FROM レポート行.
           PERFORM VARYING 科目番号 FROM 1 BY 1
             UNTIL 科目番号 > 科目数
             MOVE SPACES TO レポート行
             STRING 表科目名(科目番号)
                    DELIMITED BY SIZE
                    " 平均:" DELIMITED BY SIZE
                    科目平均(科目番号)
                    INTO レポート行
             WRITE 統計レポートレコード
               FROM レポート行
             IF 表必修科目(科目番号)
               THEN
                 MOVE "必修" TO 必修選択表示
               ELSE
                 MOVE "選択" TO 必修選択表示
             END-IF
             MOVE SPACES TO レポート行
             STRING "  標準偏差:" DELIMITED BY SIZE
                    科目標準偏差(科目番号)
                    DELIMITED BY SIZE
                    " 受講者数:" DELIMITED BY SIZE
                    科目受講者数(科目番号)
                    DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    必修選択表示 DELIMITED BY SIZE
                    " 単位:" DELIMITED BY SIZE
                    表単位数(科目番号)
                    DELIMITED BY SIZE
                    INTO レポート行
             WRITE 統計レポートレコード
               FROM レポート行
               CONTINUE
           END-IF.
           ADD 1 TO 表クラス学生数(該当クラス番号).
           PERFORM VARYING 科目番号 FROM 1 BY 1
             UNTIL 科目番号 > 科目数
             IF 表受講あり(科目番号)
               THEN
                 ADD 1 TO
                   表クラス受講者数(該当クラス番号
                                    科目番号)
                 ADD 表得点(科目番号) TO
                   表クラス科目計(該当クラス番号
                                  科目番号)
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           EVALUATE SOUGOUSEISEKI
             WHEN "A"
               ADD 1 TO 表クラスＡ帯(該当クラス番号)
                  INTO レポート行.
           WRITE 統計レポートレコード FROM レポート行.
           PERFORM VARYING 科目番号 FROM 1 BY 1
             UNTIL 科目番号 > 科目数
             IF 表クラス受講者数(クラス番号 科目番号)
                  = ZERO
               THEN
                 MOVE ZERO TO クラス平均
               ELSE
                 COMPUTE クラス平均 ROUNDED =
                   表クラス科目計(クラス番号 科目番号)
                   / 表クラス受講者数(クラス番号
                                      科目番号)
             END-IF
             MOVE SPACES TO レポート行
             STRING "  " DELIMITED BY SIZE
                    表科目名(科目番号)
                    DELIMITED BY SIZE
                    " 平均:" DELIMITED BY SIZE
                    クラス平均 DELIMITED BY SIZE
