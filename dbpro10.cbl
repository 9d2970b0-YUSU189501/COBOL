       PROGRAM-ID.            dbpro10.
      *  成績訂正取引バッチ。訂正取引ファイル(SEISEKITEISEI2001)
      *  の学籍番号・科目・訂正後得点・理由コードを受けて、
      *  学期制御(GAKKI2001)の当学期の科目別成績表
      *  (kamokuseiseki)を更新する。
      *  訂正の前後はSEISEKI2001KANSAの監査の要領でカンマ区切り
      *  の監査ファイル(TEISEIKANSA2001)へ追記し、総合成績・
      *  成績帯を再計算する。訂正が1件でもあればdbpro04を
       FD  訂正取引ファイル.
       01  訂正取引レコード.
         03 取引学籍番号      PIC X(4).
      *  科目コードは科目マスタ(kamokumst)の科目コード。
         03 取引科目コード    PIC 9(3).
         03 取引訂正後得点    PIC 9(4).
         03 取引理由コード    PIC X(2).
       FD  学期制御ファイル.
       01  学期制御レコード.
           COPY CP097.
       FD  成績基準ファイル.
       01  成績基準レコード.
         03 A評価しきい値     PIC 9(3).
         03 B評価しきい値     PIC 9(3).
         03 D評価しきい値     PIC 9(3).
         03 出席基準率        PIC 9(3).
      *  末尾16バイトは連鎖ハッシュのトレーラ(CP093)。
       FD  監査ファイル.
       01  監査レコード       PIC X(96).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 取引状態          PIC X(2).
           05 GRADE-A-SIKII   PIC 9(3).
           05 GRADE-B-SIKII   PIC 9(3).
           05 GRADE-D-SIKII   PIC 9(3).
      *  科目マスタの読み込みテーブル。
       01  科目マスタテーブル.
           COPY CP049.
      *  科目コードから科目マスタテーブルの位置を引くワーク。
       01  探索科目コード     PIC 9(3).
       01  該当科目位置       PIC 9(2).
      *  総合成績判定のワーク。dbpro01と同じ持ち方。
       01  判定ワーク.
         03 判定科目数        PIC 9(2).
         03 全科目Ａ区分      PIC X(1).
         03 全科目Ｂ区分      PIC X(1).
         03 全科目Ｄ未満区分  PIC X(1).
         03 評価群有無        PIC X(1).
         03 群Ｂ区分          PIC X(1).
         03 評価群番号        PIC 9(2).
         03 評価群エントリ    OCCURS 9 TIMES.
           05 群使用区分      PIC X(1).
           05 群達成区分      PIC X(1).
      *  科目マスタ・科目別得点のカーソルが尽きたことを示す
      *  スイッチ。
       01  KM-SW           PIC X(1).
         88 KM-NOTFOUND    VALUE "1".
       01  KS-SW           PIC X(1).
         88 KS-NOTFOUND    VALUE "1".
      *  連鎖ハッシュ呼出し(SUB2025)への引き渡し情報。
       01  連鎖情報.
           COPY CP093.
      *  異常終了ログ呼出し(SUB9000)への引き渡し情報。
       01  異常終了情報.
           COPY CP010.
       01  USERNAME       PIC X(10).
       01  PASSWORD       PIC X(10).
       01  CST-AREA.
         03 CST-1X        PIC X(1) VALUE "1".
         03 CST-SQL-NF    PIC S9(5) VALUE +100.
      *  処理対象の年度・学期キー。
       01  KEY-AREA.
      *  訂正対象の1行分のホスト変数。
       01  GRD-SEISEKI.
         03 GRD-GAKUSEKINO  PIC X(4).
         03 GRD-RESULT      PIC X(1).
         03 GRD-KENSU       PIC 9(4).
       01  TOKUTEN        PIC 9(4).
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
             ELSE
               CONTINUE
           END-IF.
      *  直前のレコードのハッシュを連鎖の起点にする。
           PERFORM 連鎖準備.
      * データベースと接続
      * 接続情報をプロファイルから取得する。取得できなければ
      * 接続せずに異常終了させる。
             CONNECT :USERNAME IDENTIFIED BY
             :PASSWORD USING :DBNAME
           END-EXEC.
      * 科目の並びと判定区分を科目マスタから読み込む。
           PERFORM KAMOKU-MASTER-YOMIKOMI.
      *
       初期処理－ＥＸ.
       EXIT.
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
             DECLARE CRS01 CURSOR FOR
               SELECT kamokucode,kamokuname,tani,
                      hissukubun,hyoukagun
               FROM kamokumst
               ORDER BY hyoujijun,kamokucode
           END-EXEC.
           EXEC SQL
             OPEN CRS01
           END-EXEC.
           PERFORM UNTIL KM-NOTFOUND
             EXEC SQL
               FETCH CRS01
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
             CLOSE CRS01
           END-EXEC.
           IF 科目数 = ZERO
             THEN
               MOVE "DBPRO10" TO 発生プログラム名
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
             DECLARE CRS02 CURSOR FOR
               SELECT kamokucode,tokuten
               FROM kamokuseiseki
               WHERE nendo = :NENDO
                 AND gakki = :GAKKI
                 AND gakusekino = :KS-GAKUSEKINO
           END-EXEC.
           EXEC SQL
             OPEN CRS02
           END-EXEC.
           PERFORM UNTIL KS-NOTFOUND
             EXEC SQL
               FETCH CRS02
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
             CLOSE CRS02
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
       GRADE-KAMOKU-HANTEI    SECTION.
      ************************************************
      *
      *  判定に使う1科目の得点を各基準と比べる。
           ADD 1 TO 判定科目数.
           IF 表得点(科目位置) < GRADE-A-SIKII
             THEN
               MOVE "N" TO 全科目Ａ区分
             ELSE
               CONTINUE
           END-IF.
           IF 表得点(科目位置) < GRADE-B-SIKII
             THEN
               MOVE "N" TO 全科目Ｂ区分
             ELSE
               CONTINUE
           END-IF.
           IF 表得点(科目位置) NOT < GRADE-D-SIKII
             THEN
               MOVE "N" TO 全科目Ｄ未満区分
             ELSE
               CONTINUE
           END-IF.
           IF 表評価群(科目位置) > ZERO
             THEN
               MOVE "Y" TO 評価群有無
               MOVE "Y"
                 TO 群使用区分(表評価群(科目位置))
               IF 表得点(科目位置) NOT < GRADE-B-SIKII
                 THEN
                   MOVE "Y"
                     TO 群達成区分(表評価群(科目位置))
                 ELSE
                   CONTINUE
               END-IF
             ELSE
               CONTINUE
           END-IF.
      *
       GRADE-KAMOKU-HANTEI-EX.
       EXIT.
      *
      ************************************************
       主処理                 SECTION.
      ************************************************
       訂正適用               SECTION.
      ************************************************
      *
      *  科目マスタにある科目か確かめ、訂正前の得点を読んで
      *  対象科目の得点を差し替える。当学期にその科目の得点が
      *  無い(履修していない)訂正は却下する。
           MOVE 取引科目コード TO 探索科目コード.
           PERFORM KAMOKU-KENSAKU.
           IF 該当科目位置 = ZERO
             THEN
               ADD 1 TO 却下件数
               DISPLAY "科目コード不正:" 取引科目コード
               GO TO 訂正適用－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 取引学籍番号 TO GRD-GAKUSEKINO.
           MOVE 取引学籍番号 TO KS-GAKUSEKINO.
           MOVE 取引科目コード TO KS-KAMOKUCODE.
           EXEC SQL
             SELECT tokuten
             INTO :KS-TOKUTEN
             FROM kamokuseiseki
             WHERE nendo = :NENDO
               AND gakki = :GAKKI
               AND gakusekino = :KS-GAKUSEKINO
               AND kamokucode = :KS-KAMOKUCODE
           END-EXEC.
           IF SQLCODE = CST-SQL-NF
             THEN
               ADD 1 TO 却下件数
               DISPLAY "訂正対象なし:" 取引学籍番号
                       " 科目:" 取引科目コード
               GO TO 訂正適用－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE KS-TOKUTEN TO 訂正前得点.
           MOVE 取引訂正後得点 TO TOKUTEN.
           MOVE ZERO TO SQL再試行回数.
           MOVE ZERO TO SQL処置コード.
           MOVE "成績訂正" TO SQL処理名.
           PERFORM WITH TEST AFTER
             UNTIL SQL処置コード NOT = 1
             EXEC SQL
               UPDATE kamokuseiseki
               SET tokuten = :TOKUTEN
               WHERE nendo = :NENDO
                 AND gakki = :GAKKI
                 AND gakusekino = :KS-GAKUSEKINO
                 AND kamokucode = :KS-KAMOKUCODE
             END-EXEC
             PERFORM SQL-KEKKA-KAKUNIN
           END-PERFORM.
             ELSE
               CONTINUE
           END-IF.
      *  訂正後の科目別得点で総合成績を再計算して書き戻す。
           PERFORM KAMOKU-TOKUTEN-YOMIKOMI.
           PERFORM GRADE-HANTEI.
           MOVE ZERO TO SQL再試行回数.
           MOVE ZERO TO SQL処置コード.
           MOVE "総合成績更新" TO SQL処理名.
           PERFORM WITH TEST AFTER
             UNTIL SQL処置コード NOT = 1
             EXEC SQL
               UPDATE seisekihyo
               SET sougouseiseki = :GRD-RESULT
               WHERE nendo = :NENDO
                 AND gakki = :GAKKI
                 AND gakusekino = :GRD-GAKUSEKINO
             END-EXEC
             PERFORM SQL-KEKKA-KAKUNIN
           END-PERFORM.
           ADD 1 TO 訂正件数.
      *  訂正前後をカンマ区切りで監査に残す。
           MOVE SPACES TO 監査行.
                  "," DELIMITED BY SIZE
                  取引学籍番号 DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  取引科目コード DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  訂正前得点 DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  GRD-RESULT DELIMITED BY SIZE
                  INTO 監査行.
           PERFORM 監査書込.
      *
       訂正適用－ＥＸ.
       EXIT.
       GRADE-HANTEI           SECTION.
      ************************************************
      *
      *  科目マスタテーブルに置いた得点と科目別しきい値の
      *  組み合わせで総合成績を判定する。判定方法はdbpro01の
      *  総合成績再判定と同じ(使う科目は得点のある科目と
      *  必修科目、評価群ごとのB基準、使う科目が無ければH)。
           MOVE ZERO TO 判定科目数.
           MOVE "Y" TO 全科目Ａ区分.
           MOVE "Y" TO 全科目Ｂ区分.
           MOVE "Y" TO 全科目Ｄ未満区分.
           MOVE "N" TO 評価群有無.
           PERFORM VARYING 評価群番号 FROM 1 BY 1
             UNTIL 評価群番号 > 9
             MOVE "N" TO 群使用区分(評価群番号)
             MOVE "N" TO 群達成区分(評価群番号)
           END-PERFORM.
           PERFORM VARYING 科目位置 FROM 1 BY 1
             UNTIL 科目位置 > 科目数
             IF 表受講あり(科目位置)
                OR 表必修科目(科目位置)
               THEN
                 PERFORM GRADE-KAMOKU-HANTEI
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           MOVE "Y" TO 群Ｂ区分.
           PERFORM VARYING 評価群番号 FROM 1 BY 1
             UNTIL 評価群番号 > 9
             IF 群使用区分(評価群番号) = "Y"
                AND 群達成区分(評価群番号) = "N"
               THEN
                 MOVE "N" TO 群Ｂ区分
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 評価群有無 = "N"
             THEN
               MOVE 全科目Ｂ区分 TO 群Ｂ区分
             ELSE
               CONTINUE
           END-IF.
           EVALUATE TRUE
             WHEN 判定科目数 = ZERO
               MOVE "H" TO GRD-RESULT
             WHEN 全科目Ａ区分 = "Y"
               MOVE "A" TO GRD-RESULT
             WHEN 群Ｂ区分 = "Y"
               MOVE "B" TO GRD-RESULT
             WHEN 全科目Ｄ未満区分 = "Y"
               MOVE "D" TO GRD-RESULT
             WHEN OTHER
               MOVE "C" TO GRD-RESULT
           END-EVALUATE.
      *
       GRADE-HANTEI-EX.
       EXIT.
      *
      ************************************************
       連鎖準備               SECTION.
      ************************************************
      *
      *  監査ファイルの最終レコードから前ハッシュを得る。
           MOVE SPACES TO 連鎖情報.
           MOVE "O" TO 連鎖要求区分.
           MOVE "TEISEIKANSA2001" TO 連鎖ファイル名.
           MOVE 96 TO 連鎖レコード長.
           CALL "SUB2025" USING 連鎖情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
      *
       連鎖準備－ＥＸ.
       EXIT.
      *
      ************************************************
       監査書込               SECTION.
      ************************************************
      *
      *  連鎖トレーラを付けて監査ファイルへ書く。
           MOVE 監査行 TO 連鎖レコード.
           MOVE "H" TO 連鎖要求区分.
           CALL "SUB2025" USING 連鎖情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           WRITE 監査レコード FROM 連鎖レコード.
      *
       監査書込－ＥＸ.
       EXIT.
      *
      ************************************************
       終了処理               SECTION.
      ************************************************
