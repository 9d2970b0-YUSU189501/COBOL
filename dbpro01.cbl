           SELECT 学期制御ファイル ASSIGN TO
             "/home/suzuki/DATA/GAKKI2001"
             FILE STATUS IS 学期制御状態.
      *  学籍番号・氏名・科目コード・得点の成績登録ファイル。
      *  1科目1行で、科目マスタ(kamokumst)にある科目だけを
      *  受け付ける。INSERTはこのファイル駆動で行い、学期や
      *  科目の増減でソースを直さなくてよいようにする。
           SELECT 成績登録ファイル ASSIGN TO
             "/home/suzuki/DATA/SEISEKIIN2001"
             FILE STATUS IS 成績登録状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  監査ファイル.
       01  監査レコード       PIC X(80).
       FD  成績基準ファイル.
       01  成績基準レコード.
         03 A評価しきい値     PIC 9(3).
       FD  出欠ファイル.
       01  出欠レコード.
         03 出欠学籍番号      PIC X(4).
      *  科目コードは科目マスタ(kamokumst)の科目コード。
         03 出欠科目コード    PIC 9(3).
         03 出席日数          PIC 9(3).
         03 授業日数          PIC 9(3).
       FD  欠格レポートファイル.
       01  マスタ外レポートレコード PIC X(60).
       FD  学期制御ファイル.
       01  学期制御レコード.
           COPY CP097.
       FD  成績登録ファイル.
       01  成績登録レコード.
         03 登録学籍番号      PIC X(4).
         03 登録氏名          PIC X(40).
         03 登録科目コード    PIC 9(3).
         03 登録得点          PIC 9(4).
       FD  試算基準ファイル.
       01  試算基準レコード.
         03 試算A評価しきい値 PIC 9(3).
         03 出欠番号          PIC 9(4).
         03 出欠エントリ      OCCURS 1000 TIMES.
           05 表出欠学籍番号  PIC X(4).
           05 表出欠科目      PIC 9(3).
           05 表出席日数      PIC 9(3).
           05 表授業日数      PIC 9(3).
      *  1名分の欠格判定の結果と出席率ワーク。
       01  欠格判定フラグ     PIC X(1).
           88 欠格            VALUE "Y".
       01  出席率ワーク       PIC 9(3)V9.
       01  欠格科目コード     PIC 9(3).
       01  欠格者件数         PIC 9(4) VALUE ZERO.
       01  欠格行             PIC X(60).
       01  学期制御状態       PIC X(2).
       01  成績登録終了フラグ PIC X(1).
           88 成績登録終了    VALUE "1".
       01  成績登録件数       PIC 9(4) VALUE ZERO.
       01  成績却下件数       PIC 9(4) VALUE ZERO.
      *  成績表へ見出し行を登録済みの直前の学籍番号。
       01  前登録学籍番号     PIC X(4) VALUE SPACES.
      *  科目マスタの読み込みテーブル。
       01  科目マスタテーブル.
           COPY CP049.
      *  科目コードから科目マスタテーブルの位置を引くワーク。
       01  探索科目コード     PIC 9(3).
       01  該当科目位置       PIC 9(2).
      *  総合成績判定のワーク。判定に使う科目の数と、全科目の
      *  基準達成状況、評価群(1～9)ごとの使用・B基準達成。
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
      *  学生マスタの読み込みテーブル。マスタが無い場合は
      *  突き合わせを行わない。
       01  学生マスタ有無     PIC X(1) VALUE "N".
       01  KEY-AREA.
         03 NENDO         PIC 9(4).
         03 GAKKI         PIC 9(1).
      *  成績表(seisekihyo)は学生ごとの見出しと総合成績を持ち、
      *  科目別の得点は科目別成績表(kamokuseiseki)に持つ。
       01  SEISEKIHYO.
         03 GAKUSEKINO    PIC X(4).
         03 GAKUSEINAME   PIC X(40).
         03 SOUGOUSEISEKI PIC X(1).
      *  成績追加用のホスト変数。
       01  ADD-SEISEKI.
         03 ADD-GAKUSEKINO  PIC X(4).
         03 ADD-GAKUSEINAME PIC X(40).
         03 ADD-KAMOKUCODE  PIC 9(3).
         03 ADD-TOKUTEN     PIC 9(4).
         03 ADD-KENSU       PIC 9(4).
      *  総合成績の再判定用のホスト変数。
       01  GRD-SEISEKI.
         03 GRD-GAKUSEKINO  PIC X(4).
         03 GRD-RESULT      PIC X(1).
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
      *  総合成績が未設定のまま残った件数。
       01  NULL-KENSU         PIC 9(4).
      *  0点削除対象を監査ファイルへ退避する際のホスト変数。
       01  DEL-SEISEKI.
         03 DEL-GAKUSEKINO  PIC X(4).
         03 DEL-GAKUSEINAME PIC X(40).
         03 DEL-KAMOKUCODE  PIC 9(3).
         03 DEL-TOKUTEN     PIC 9(4).
           EXEC SQL END DECLARE SECTION END-EXEC.
      *** 2.共通領域の定義
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *  0点削除対象の監査カーソルが尽きたことを示すスイッチ。
       01  DEL-SW          PIC X(1).
         88 DEL-NOTFOUND   VALUE "1".
      *  科目マスタ・科目別得点のカーソルが尽きたことを示す
      *  スイッチ。
       01  KM-SW           PIC X(1).
         88 KM-NOTFOUND    VALUE "1".
       01  KS-SW           PIC X(1).
         88 KS-NOTFOUND    VALUE "1".
      *  監査ファイルへ書き出す1行分の編集領域。0点削除の
      *  対象学生は科目ごとに1行ずつ退避する。
       01  監査行レコード.
         03 学籍番号        PIC X(4).
         03 カンマ１        PIC X(1).
         03 学生名          PIC X(40).
         03 カンマ２        PIC X(1).
         03 科目コード      PIC 9(3).
         03 カンマ３        PIC X(1).
         03 科目名          PIC X(24).
         03 カンマ４        PIC X(1).
         03 得点            PIC 9(4).
      *  総合成績判定で使う科目別しきい値。評価が厳しい順に並べる。
      *  成績基準ファイルが無い場合は既定値のまま使う。
       01  GRADE-SCALE-VALUES.
             CONNECT :USERNAME IDENTIFIED BY
             :PASSWORD USING :DBNAME
           END-EXEC.
      * 科目の並びと判定区分を科目マスタから読み込む。
           PERFORM KAMOKU-MASTER-YOMIKOMI.
      * 試算モードでは更新を一切行わず、しきい値案による
      * 評価帯の移動だけを試算して終了する。
           IF 試算実行
      *** 4.データベースアクセス
      * 全件削除
      * ロック競合は共通エラールーチンの指示で再試行する。
      * 科目別の得点を先に消し、続いて学生ごとの行を消す。
           MOVE ZERO TO SQL再試行回数.
           MOVE ZERO TO SQL処置コード.
           MOVE "科目別全件削除" TO SQL処理名.
           PERFORM WITH TEST AFTER
             UNTIL SQL処置コード NOT = 1
             EXEC SQL
               DELETE FROM kamokuseiseki
               WHERE nendo = :NENDO
                 AND gakki = :GAKKI
             END-EXEC
             PERFORM SQL-KEKKA-KAKUNIN
           END-PERFORM.
           MOVE ZERO TO SQL再試行回数.
           MOVE ZERO TO SQL処置コード.
           MOVE "全件削除" TO SQL処理名.
           PERFORM WITH TEST AFTER
             UNTIL SQL処置コード NOT = 1
             EXEC SQL
               UPDATE kamokuseiseki
               SET tokuten =
                 CASE kamokucode WHEN 1 THEN 85 ELSE 67 END
               WHERE gakusekino = 'S001'
                 AND kamokucode IN (1,3)
                 AND nendo = :NENDO
                 AND gakki = :GAKKI
             END-EXEC
           PERFORM WITH TEST AFTER
             UNTIL SQL処置コード NOT = 1
             EXEC SQL
               UPDATE kamokuseiseki
               SET tokuten = 81
               WHERE gakusekino IN ('A002','E003')
                 AND kamokucode = 5
                 AND nendo = :NENDO
                 AND gakki = :GAKKI
             END-EXEC
           PERFORM WITH TEST AFTER
             UNTIL SQL処置コード NOT = 1
             EXEC SQL
               UPDATE kamokuseiseki
               SET tokuten = 47
               WHERE gakusekino IN ('G005','H006')
                 AND kamokucode = 5
                 AND nendo = :NENDO
                 AND gakki = :GAKKI
             END-EXEC
      *
      * 削除
      * 削除前に0点該当行を監査ファイルへ退避する。
      * 0点の科目が1つでもある学生の行を消し、その学生の
      * 科目別の得点も残さない。
           PERFORM ZERO-TEN-KANSA.
      *
           EXEC SQL
             DELETE FROM seisekihyo
             WHERE nendo = :NENDO
               AND gakki = :GAKKI
               AND gakusekino IN
                 ( SELECT gakusekino FROM kamokuseiseki
                   WHERE nendo = :NENDO
                     AND gakki = :GAKKI
                     AND tokuten = 0 )
           END-EXEC.
           EXEC SQL
             DELETE FROM kamokuseiseki
             WHERE nendo = :NENDO
               AND gakki = :GAKKI
               AND gakusekino NOT IN
                 ( SELECT gakusekino FROM seisekihyo
                   WHERE nendo = :NENDO
                     AND gakki = :GAKKI )
           END-EXEC.
      *
           PERFORM COMMIT-PRO.
           MOVE SPACE TO SIM-SW.
           EXEC SQL
             DECLARE CSR04 CURSOR FOR
               SELECT gakusekino,gakuseiname,
                      sougouseiseki
               FROM seisekihyo
               WHERE nendo = :NENDO
                 AND gakki = :GAKKI
           PERFORM UNTIL SIM-NOTFOUND
             EXEC SQL
               FETCH CSR04
               INTO :GAKUSEKINO,:GAKUSEINAME,
                    :SOUGOUSEISEKI
             END-EXEC
             IF SQLCODE = CST-SQL-NF
               THEN
                 ADD 1 TO 試算対象数
                 MOVE SOUGOUSEISEKI TO 現行評価
                 MOVE GAKUSEKINO TO GRD-GAKUSEKINO
                 MOVE GAKUSEKINO TO KS-GAKUSEKINO
                 PERFORM KAMOKU-TOKUTEN-YOMIKOMI
                 PERFORM GRADE-HANTEI
                 IF GRD-RESULT NOT = 現行評価
                   THEN
           CLOSE 試算レポートファイル.
           DISPLAY "試算対象:" 試算対象数
                   " 評価変更:" 評価変更人数.
       KAMOKU-MASTER-YOMIKOMI SECTION.
      *  科目マスタを表示順にテーブルへ読み込む。科目が1件も
      *  無ければ成績を扱えないので異常終了させる。
           MOVE ZERO TO 科目数.
           MOVE SPACE TO KM-SW.
           EXEC SQL
             DECLARE CSR05 CURSOR FOR
               SELECT kamokucode,kamokuname,tani,
                      hissukubun,hyoukagun
               FROM kamokumst
               ORDER BY hyoujijun,kamokucode
           END-EXEC.
           EXEC SQL
             OPEN CSR05
           END-EXEC.
           PERFORM UNTIL KM-NOTFOUND
             EXEC SQL
               FETCH CSR05
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
             CLOSE CSR05
           END-EXEC.
           IF 科目数 = ZERO
             THEN
               MOVE "DBPRO01" TO 発生プログラム名
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
               DISPLAY "科目数:" 科目数
           END-IF.
       KAMOKU-TOKUTEN-YOMIKOMI SECTION.
      *  KS-GAKUSEKINOの学生の当学期の科目別得点を科目マスタ
      *  テーブルへ置く。得点の無い科目は受講なしとする。
           PERFORM VARYING 科目位置 FROM 1 BY 1
             UNTIL 科目位置 > 科目数
             MOVE ZERO TO 表得点(科目位置)
             MOVE "N" TO 表受講区分(科目位置)
           END-PERFORM.
           MOVE SPACE TO KS-SW.
           EXEC SQL
             DECLARE CSR06 CURSOR FOR
               SELECT kamokucode,tokuten
               FROM kamokuseiseki
               WHERE nendo = :NENDO
                 AND gakki = :GAKKI
                 AND gakusekino = :KS-GAKUSEKINO
           END-EXEC.
           EXEC SQL
             OPEN CSR06
           END-EXEC.
           PERFORM UNTIL KS-NOTFOUND
             EXEC SQL
               FETCH CSR06
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
             CLOSE CSR06
           END-EXEC.
       KAMOKU-KENSAKU          SECTION.
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
       GAKUSEI-MASTER-YOMIKOMI SECTION.
      *  学生マスタをテーブルへ読み込む。
           OPEN INPUT 学生マスタファイル.
                         ADD 1 TO 出欠件数
                         MOVE 出欠学籍番号
                           TO 表出欠学籍番号(出欠件数)
                         MOVE 出欠科目コード
                           TO 表出欠科目(出欠件数)
                         MOVE 出席日数
                           TO 表出席日数(出欠件数)
      *  判定学籍番号の科目別出席率を調べ、基準未満の科目が
      *  あれば欠格として科目を控える。
           MOVE "N" TO 欠格判定フラグ.
           MOVE ZERO TO 欠格科目コード.
           PERFORM VARYING 出欠番号 FROM 1 BY 1
             UNTIL 出欠番号 > 出欠件数
             IF 表出欠学籍番号(出欠番号) = 判定学籍番号
                   THEN
                     SET 欠格 TO TRUE
                     MOVE 表出欠科目(出欠番号)
                       TO 欠格科目コード
                     MOVE 出欠件数 TO 出欠番号
                   ELSE
                     CONTINUE
               EXEC SQL
                 ROLLBACK
               END-EXEC
               DISPLAY "SQL致命的エラーのため"
                       "終了します。"
               STOP RUN
             ELSE
               CONTINUE
             COMMIT
           END-EXEC.
       TOKUTEN-HANTEI         SECTION.
      *  科目コードが科目マスタにあり、得点が0～100点の範囲内
      *  かを検証する。
           MOVE "Y" TO TOKUTEN-SW.
           MOVE ADD-KAMOKUCODE TO 探索科目コード.
           PERFORM KAMOKU-KENSAKU.
           IF 該当科目位置 = ZERO
             THEN
               MOVE "N" TO TOKUTEN-SW
               DISPLAY "科目コードエラー 学籍番号:"
                       ADD-GAKUSEKINO
                       " 科目:" ADD-KAMOKUCODE
             ELSE
               IF ADD-TOKUTEN NOT > 100
                 THEN
                   CONTINUE
                 ELSE
                   MOVE "N" TO TOKUTEN-SW
                   DISPLAY "得点範囲エラー 学籍番号:"
                           ADD-GAKUSEKINO
                           " 科目:" ADD-KAMOKUCODE
               END-IF
           END-IF.
       SEISEKI-FILE-TOROKU    SECTION.
      *  成績登録ファイルの明細をホスト変数へ移して1件ずつ
               AT END
                 SET 成績登録終了 TO TRUE
               NOT AT END
                 MOVE 登録学籍番号   TO ADD-GAKUSEKINO
                 MOVE 登録氏名       TO ADD-GAKUSEINAME
                 MOVE 登録科目コード TO ADD-KAMOKUCODE
                 MOVE 登録得点       TO ADD-TOKUTEN
                 PERFORM SEISEKI-TSUIKA
             END-READ
           END-PERFORM.
           CLOSE 成績登録ファイル.
           DISPLAY "成績登録件数:" 成績登録件数
                   " 却下:" 成績却下件数.
       SEISEKI-TSUIKA         SECTION.
      *  科目コードと得点範囲を検証してから、学生の見出し行が
      *  まだ無ければ成績表に追加し、科目別成績表に1科目分を
      *  追加する。
           PERFORM TOKUTEN-HANTEI.
           IF TOKUTEN-OK
             THEN
               CONTINUE
             ELSE
               ADD 1 TO 成績却下件数
               GO TO SEISEKI-TSUIKA-EX
           END-IF.
           IF ADD-GAKUSEKINO NOT = 前登録学籍番号
             THEN
               PERFORM SEISEKI-MIDASHI-TSUIKA
               MOVE ADD-GAKUSEKINO TO 前登録学籍番号
             ELSE
               CONTINUE
           END-IF.
      *  ロック競合は共通エラールーチンの指示で再試行する。
           MOVE ZERO TO SQL再試行回数.
           MOVE ZERO TO SQL処置コード.
           MOVE "科目別成績追加" TO SQL処理名.
           PERFORM WITH TEST AFTER
             UNTIL SQL処置コード NOT = 1
             EXEC SQL
               INSERT INTO kamokuseiseki
               (nendo,gakki,gakusekino,kamokucode,tokuten)
               VALUES
               (:NENDO,:GAKKI,:ADD-GAKUSEKINO,
                :ADD-KAMOKUCODE,:ADD-TOKUTEN)
             END-EXEC
             PERFORM SQL-KEKKA-KAKUNIN
           END-PERFORM.
           IF SQLCODE < 0
             THEN
               ADD 1 TO 成績却下件数
               DISPLAY "科目別成績追加失敗 学籍番号:"
                       ADD-GAKUSEKINO
                       " 科目:" ADD-KAMOKUCODE
             ELSE
               ADD 1 TO 成績登録件数
           END-IF.
       SEISEKI-TSUIKA-EX.
       EXIT.
       SEISEKI-MIDASHI-TSUIKA SECTION.
      *  学生ごとの見出し行(総合成績は未設定)を成績表に追加する。
      *  登録ファイルで同じ学生の行が離れていても二重に追加
      *  しないよう、当学期の行の有無を確かめる。
           EXEC SQL
             SELECT COUNT(*) INTO :ADD-KENSU
             FROM seisekihyo
             WHERE nendo = :NENDO
               AND gakki = :GAKKI
               AND gakusekino = :ADD-GAKUSEKINO
           END-EXEC.
           IF ADD-KENSU > ZERO
             THEN
               GO TO SEISEKI-MIDASHI-TSUIKA-EX
             ELSE
               CONTINUE
           END-IF.
      *  ロック競合は共通エラールーチンの指示で再試行する。
           MOVE ZERO TO SQL再試行回数.
           MOVE ZERO TO SQL処置コード.
           MOVE "成績追加" TO SQL処理名.
           PERFORM WITH TEST AFTER
             UNTIL SQL処置コード NOT = 1
             EXEC SQL
               INSERT INTO seisekihyo
               (nendo,gakki,gakusekino,gakuseiname,
                sougouseiseki)
               VALUES
               (:NENDO,:GAKKI,
                :ADD-GAKUSEKINO,:ADD-GAKUSEINAME,NULL)
             END-EXEC
             PERFORM SQL-KEKKA-KAKUNIN
           END-PERFORM.
       SEISEKI-MIDASHI-TSUIKA-EX.
       EXIT.
       SOUGOUSEISEKI-SAISANTEI SECTION.
      *  平均点と評価尺度表をもとに全学生の総合成績を判定し直す。
           MOVE SPACE TO GRD-SW.
           EXEC SQL
             DECLARE CSR02 CURSOR FOR
               SELECT gakusekino
               FROM seisekihyo
               WHERE nendo = :NENDO
                 AND gakki = :GAKKI
           PERFORM UNTIL GRD-NOTFOUND
             EXEC SQL
               FETCH CSR02
               INTO :GRD-GAKUSEKINO
             END-EXEC
             IF SQLCODE = CST-SQL-NF
               THEN
                             MOVE "H" TO GRD-RESULT
                             PERFORM KEKKAKU-SHUTSURYOKU
                           ELSE
                             MOVE GRD-GAKUSEKINO
                               TO KS-GAKUSEKINO
                             PERFORM KAMOKU-TOKUTEN-YOMIKOMI
                             PERFORM GRADE-HANTEI
                         END-IF
                         MOVE ZERO
           STRING "欠格 学籍番号:" DELIMITED BY SIZE
                  判定学籍番号 DELIMITED BY SIZE
                  " 科目:" DELIMITED BY SIZE
                  欠格科目コード DELIMITED BY SIZE
                  " 出席率:" DELIMITED BY SIZE
                  出席率ワーク DELIMITED BY SIZE
                  INTO 欠格行.
           WRITE 欠格レポートレコード FROM 欠格行.
       GRADE-HANTEI            SECTION.
      *  科目マスタテーブルに置いた得点と科目別しきい値の
      *  組み合わせで総合成績を判定する。判定に使う科目は、
      *  当学期に得点のある科目と、得点が無くても必修の科目
      *  (0点として扱う)とする。
      *  使う全科目がA基準以上ならA、
      *  評価群(1～9)ごとに少なくとも1科目がB基準以上ならB、
      *  使う全科目がD基準未満ならD、それ以外はCとする。
      *  評価群のある科目を1つも使わない場合のBは、使う全科目
      *  がB基準以上であることとする。使う科目が1つも無い
      *  学生は評価保留(H)とする。
      *  科目マスタの初期登録では法学・外国語を評価群1、
      *  経済学・哲学を評価群2としており、従来の判定と同じ
      *  結果になる。
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
       GRADE-KAMOKU-HANTEI     SECTION.
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
       ZERO-TEN-KANSA          SECTION.
      *  0点削除の対象行を削除前に監査ファイルへ書き出す。
           MOVE SPACE TO DEL-SW.
           EXEC SQL
             DECLARE CSR03 CURSOR FOR
               SELECT s.gakusekino,s.gakuseiname,
                      k.kamokucode,k.tokuten
               FROM seisekihyo s,kamokuseiseki k
               WHERE s.nendo = :NENDO
                 AND s.gakki = :GAKKI
                 AND k.nendo = s.nendo
                 AND k.gakki = s.gakki
                 AND k.gakusekino = s.gakusekino
                 AND s.gakusekino IN
                   ( SELECT gakusekino FROM kamokuseiseki
                     WHERE nendo = :NENDO
                       AND gakki = :GAKKI
                       AND tokuten = 0 )
               ORDER BY s.gakusekino,k.kamokucode
           END-EXEC.
           EXEC SQL
             OPEN CSR03
             EXEC SQL
               FETCH CSR03
               INTO :DEL-GAKUSEKINO,:DEL-GAKUSEINAME,
                    :DEL-KAMOKUCODE,:DEL-TOKUTEN
             END-EXEC
             IF SQLCODE = CST-SQL-NF
               THEN
                 MOVE ","             TO カンマ１
                 MOVE DEL-GAKUSEINAME TO 学生名
                 MOVE ","             TO カンマ２
                 MOVE DEL-KAMOKUCODE  TO 科目コード
                 MOVE ","             TO カンマ３
                 MOVE DEL-KAMOKUCODE  TO 探索科目コード
                 PERFORM KAMOKU-KENSAKU
                 IF 該当科目位置 = ZERO
                   THEN
                     MOVE SPACES TO 科目名
                   ELSE
                     MOVE 表科目名(該当科目位置) TO 科目名
                 END-IF
                 MOVE ","             TO カンマ４
                 MOVE DEL-TOKUTEN     TO 得点
                 WRITE 監査レコード
                   FROM 監査行レコード
             END-IF
           END-EXEC.
           IF NULL-KENSU > 0
             THEN
               DISPLAY "総合成績未設定の学生が"
                       "存在します 件数:"
                       NULL-KENSU
             ELSE
               CONTINUE
           DISPLAY "カーソルオープン処理"
           EXEC SQL
             DECLARE CSR01 CURSOR FOR
               SELECT gakusekino,gakuseiname,
                      sougouseiseki
               FROM seisekihyo
               WHERE nendo = :NENDO
           DISPLAY "FETCH処理".
           EXEC SQL
             FETCH CSR01
             INTO :GAKUSEKINO,:GAKUSEINAME,
                  :SOUGOUSEISEKI
           END-EXEC.
      *
           IF SQLCODE = CST-SQL-NF
             ELSE
               DISPLAY "学籍番号" GAKUSEKINO
                       "学生名" GAKUSEINAME
                       "総合成績" SOUGOUSEISEKI
               MOVE GAKUSEKINO TO KS-GAKUSEKINO
               PERFORM KAMOKU-TOKUTEN-YOMIKOMI
               PERFORM VARYING 科目位置 FROM 1 BY 1
                 UNTIL 科目位置 > 科目数
                 IF 表受講あり(科目位置)
                   THEN
                     DISPLAY "  " 表科目名(科目位置)
                             表得点(科目位置)
                   ELSE
                     CONTINUE
                 END-IF
               END-PERFORM
           END-IF.
       CLOSE-RTN              SECTION.
           DISPLAY "カーソルクローズ処理".
