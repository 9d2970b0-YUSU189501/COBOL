       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2098.
      *  学期の締め。学期制御(GAKKI2001)を次の学期へ進める。
      *  成績提出の追跡(PRO2097)が当日書いた成績提出状況
      *  (TEISHUTSUJOKYO2001)で、その学期の成績が全組提出済
      *  であることを確かめる。未完了が残る場合や当日の状況が
      *  無い場合は、締め解除記録(SHIMEKAIJO2001)にその年度・
      *  学期の承認が記録されているときに限って締める。締め
      *  られないときは学期制御を変えずに復帰コード8で戻る。
      *  締めた学期は学期締め履歴(GAKKISHIME2001)に追記する。
      *  次の学期の成績提出期限は学期日程(GAKKINITTEI2001)から
      *  引く。日程に無ければ期限未設定のまま進めて知らせる。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  締める年度・学期を持つ学期制御ファイル。
           SELECT 学期制御ファイル ASSIGN TO
             "/home/suzuki/DATA/GAKKI2001"
             FILE STATUS IS 学期制御状態.
      *  PRO2097が書いた成績提出状況。
           SELECT 提出状況ファイル ASSIGN TO
             "/home/suzuki/DATA/TEISHUTSUJOKYO2001"
             FILE STATUS IS 提出状況状態.
      *  未完了のまま締めることの承認記録。
           SELECT 締め解除ファイル ASSIGN TO
             "/home/suzuki/DATA/SHIMEKAIJO2001"
             FILE STATUS IS 締め解除状態.
      *  年度・学期ごとの成績提出期限を持つ学期日程。
           SELECT 学期日程ファイル ASSIGN TO
             "/home/suzuki/DATA/GAKKINITTEI2001"
             FILE STATUS IS 学期日程状態.
      *  締めた学期の履歴。追記する。
           SELECT 締め履歴ファイル ASSIGN TO
             "/home/suzuki/DATA/GAKKISHIME2001"
             FILE STATUS IS 締め履歴状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  学期制御ファイル.
       01  学期制御レコード.
           COPY CP097.
       FD  提出状況ファイル.
       01  提出状況レコード.
           COPY CP054.
       FD  締め解除ファイル.
       01  締め解除レコード.
         03 解除年度          PIC 9(4).
         03 解除学期          PIC 9(1).
         03 解除承認者        PIC X(20).
         03 解除理由          PIC X(40).
         03 解除記録日        PIC 9(8).
      *  教務が学期ごとに1行登録する。提出期限はYYYYMMDD。
       FD  学期日程ファイル.
       01  学期日程レコード.
         03 日程年度          PIC 9(4).
         03 日程学期          PIC 9(1).
         03 日程提出期限      PIC 9(8).
       FD  締め履歴ファイル.
       01  締め履歴レコード.
         03 履歴締め年度      PIC 9(4).
         03 履歴締め学期      PIC 9(1).
         03 履歴締め日        PIC 9(8).
         03 履歴未完了件数    PIC 9(4).
      *  未完了のまま締めたときの承認者。全組提出済は空白。
         03 履歴承認者        PIC X(20).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 学期制御状態      PIC X(2).
         03 提出状況状態      PIC X(2).
         03 締め解除状態      PIC X(2).
         03 締め履歴状態      PIC X(2).
         03 学期日程状態      PIC X(2).
       01  実行日             PIC 9(8).
       01  対象年度           PIC 9(4).
       01  対象学期           PIC 9(1).
      *  締め可否の判定。確認区分 Y:当日の全組提出済を確認
      *  N:未完了あり U:当日の提出状況なし。
       01  確認区分           PIC X(1) VALUE "U".
       01  残件数             PIC 9(4) VALUE ZERO.
       01  承認者             PIC X(20) VALUE SPACES.
       01  承認フラグ         PIC X(1) VALUE "N".
      *  異常終了ログ呼出し(SUB9000)への引き渡し情報。
       01  異常終了情報.
           COPY CP010.
       PROCEDURE              DIVISION.
      ***********************************
       開始                   SECTION.
      ***********************************
      *
           PERFORM 初期処理.
      *
           PERFORM 主処理.
      *
           PERFORM 終了処理.
      *
      *  ジョブネット制御(PRO2066)からの呼び出しでも戻れる
      *  ようGOBACKで終える。単独起動では従来どおり停止する。
           GOBACK.
      *
      ***********************************
       初期処理               SECTION.
      ***********************************
      *
           DISPLAY "***PRO2098 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
      *  学期制御が無ければ締める学期が定まらないので異常終了。
           OPEN INPUT 学期制御ファイル.
           IF 学期制御状態 NOT = "00"
             THEN
               MOVE "PRO2098" TO 発生プログラム名
               MOVE 学期制御状態 TO 入出力状態
               MOVE "学期制御のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           READ 学期制御ファイル
             AT END
               MOVE "PRO2098" TO 発生プログラム名
               MOVE 学期制御状態 TO 入出力状態
               MOVE "学期制御が空です"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             NOT AT END
               MOVE 制御年度 TO 対象年度
               MOVE 制御学期 TO 対象学期
           END-READ.
           CLOSE 学期制御ファイル.
           DISPLAY "締め対象:" 対象年度 "-" 対象学期.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
      *  当日の同じ年度・学期の提出状況だけを信用する。
           OPEN INPUT 提出状況ファイル.
           IF 提出状況状態 = "00"
             THEN
               READ 提出状況ファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   IF 状況年度 = 対象年度
                      AND 状況学期 = 対象学期
                      AND 状況判定日 = 実行日
                     THEN
                       MOVE 状況未完了件数 TO 残件数
                       IF 残件数 = ZERO
                         THEN
                           MOVE "Y" TO 確認区分
                         ELSE
                           MOVE "N" TO 確認区分
                       END-IF
                     ELSE
                       CONTINUE
                   END-IF
               END-READ
               CLOSE 提出状況ファイル
             ELSE
               CONTINUE
           END-IF.
           EVALUATE 確認区分
             WHEN "Y"
               DISPLAY "成績は全組提出済。"
             WHEN "N"
               DISPLAY "成績未提出の組:" 残件数
             WHEN OTHER
               DISPLAY "当日の成績提出状況なし。"
           END-EVALUATE.
           IF 確認区分 = "Y"
             THEN
               CONTINUE
             ELSE
               PERFORM 締め解除確認
           END-IF.
           IF 確認区分 NOT = "Y"
              AND 承認フラグ NOT = "Y"
             THEN
               DISPLAY "締め解除の承認が無いため"
                       "締めません。"
               MOVE 8 TO RETURN-CODE
               GO TO 主処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM 学期更新.
           PERFORM 締め履歴出力.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       締め解除確認           SECTION.
      ***********************************
      *
      *  同じ年度・学期の承認記録があれば最後のものを採る。
           OPEN INPUT 締め解除ファイル.
           IF 締め解除状態 NOT = "00"
             THEN
               GO TO 締め解除確認－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 締め解除状態 NOT = "00"
             READ 締め解除ファイル
               AT END
                 CONTINUE
               NOT AT END
                 IF 解除年度 = 対象年度
                    AND 解除学期 = 対象学期
                    AND 解除承認者 NOT = SPACES
                   THEN
                     MOVE "Y" TO 承認フラグ
                     MOVE 解除承認者 TO 承認者
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 締め解除ファイル.
           IF 承認フラグ = "Y"
             THEN
               DISPLAY "締め解除承認あり 承認者:" 承認者
             ELSE
               CONTINUE
           END-IF.
      *
       締め解除確認－ＥＸ.
       EXIT.
      *
      ***********************************
       学期更新               SECTION.
      ***********************************
      *
      *  2学期制。学期1は学期2へ、学期2は翌年度の学期1へ
      *  進め、成績提出期限は学期日程の次の学期の分とする。
           IF 対象学期 = 1
             THEN
               MOVE 対象年度 TO 制御年度
               MOVE 2 TO 制御学期
             ELSE
               COMPUTE 制御年度 = 対象年度 + 1
               MOVE 1 TO 制御学期
           END-IF.
           PERFORM 提出期限設定.
           OPEN OUTPUT 学期制御ファイル.
           IF 学期制御状態 NOT = "00"
             THEN
               MOVE "PRO2098" TO 発生プログラム名
               MOVE 学期制御状態 TO 入出力状態
               MOVE "学期制御の更新オープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           WRITE 学期制御レコード.
           CLOSE 学期制御ファイル.
           DISPLAY "新学期:" 制御年度 "-" 制御学期.
      *
       学期更新－ＥＸ.
       EXIT.
      *
      ***********************************
       提出期限設定           SECTION.
      ***********************************
      *
      *  学期日程から次の学期の提出期限を引く。日程が無いか
      *  次の学期の行が無ければゼロ(期限未設定)とし、成績提出
      *  の追跡(PRO2097)が期限未設定を報告する。
           MOVE ZERO TO 制御提出期限.
           OPEN INPUT 学期日程ファイル.
           IF 学期日程状態 NOT = "00"
             THEN
               DISPLAY "学期日程なし。提出期限未設定:"
                       制御年度 "-" 制御学期
               GO TO 提出期限設定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 学期日程状態 NOT = "00"
             READ 学期日程ファイル
               AT END
                 CONTINUE
               NOT AT END
                 IF 日程年度 = 制御年度
                    AND 日程学期 = 制御学期
                    AND 日程提出期限 IS NUMERIC
                   THEN
                     MOVE 日程提出期限 TO 制御提出期限
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 学期日程ファイル.
           IF 制御提出期限 = ZERO
             THEN
               DISPLAY "学期日程に次の学期なし。"
                       "提出期限未設定:"
                       制御年度 "-" 制御学期
             ELSE
               DISPLAY "次の学期の提出期限:" 制御提出期限
           END-IF.
      *
       提出期限設定－ＥＸ.
       EXIT.
      *
      ***********************************
       締め履歴出力           SECTION.
      ***********************************
      *
           OPEN EXTEND 締め履歴ファイル.
           IF 締め履歴状態 NOT = "00"
             THEN
               CLOSE 締め履歴ファイル
               OPEN OUTPUT 締め履歴ファイル
             ELSE
               CONTINUE
           END-IF.
           MOVE 対象年度 TO 履歴締め年度.
           MOVE 対象学期 TO 履歴締め学期.
           MOVE 実行日 TO 履歴締め日.
           MOVE 残件数 TO 履歴未完了件数.
           IF 確認区分 = "Y"
             THEN
               MOVE SPACES TO 履歴承認者
             ELSE
               MOVE 承認者 TO 履歴承認者
           END-IF.
           WRITE 締め履歴レコード.
           CLOSE 締め履歴ファイル.
      *
       締め履歴出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           DISPLAY "***PRO2098 END***".
      *
       終了処理－ＥＸ.
       EXIT.
      *
      ***********************************
       異常終了処理           SECTION.
      ***********************************
      *
           DISPLAY "異常終了しました。"
           CALL "SUB9000" USING 異常終了情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           STOP RUN.
      *
       異常終了処理－ＥＸ.
       EXIT.
      *
