       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2083.
      *  人事評価の結果の取り込みバッチ。半期ごとに各所属の評価者
      *  から届く評価結果(HYOKAIN2007)を、評価期間マスタ
      *  (HYOKAKIKAN2007)・組織階層マスタ(SOSHIKI2000)・
      *  人事部ファイル(JINJI2007)・総務部ファイル(SOUMU2007)に
      *  照らして検査し、正しいものを評価履歴(HYOKAREKI2007)へ
      *  追記する。評価できるのは休職中でない在籍者だけで、
      *  1人につき評価期間ごとに1件とする。却下したものは理由と
      *  ともに取り込みレポート(HYOKAINRPT2007)へ書き出す。
      *  評語の分布と過去の評価の一覧はPRO2084で出力する。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  評価期間と評語枠を持つ評価期間マスタ。
           SELECT 評価期間ファイル ASSIGN TO
             "/home/suzuki/DATA/HYOKAKIKAN2007"
             FILE STATUS IS 期間状態.
      *  課→部→本部の対応を保持する組織階層マスタ。
           SELECT 階層マスタファイル ASSIGN TO
             "/home/suzuki/DATA/SOSHIKI2000"
             FILE STATUS IS 階層状態.
      *  社員・評価期間ごとの評価の履歴。取り込みのつど追記する。
           SELECT 評価履歴ファイル ASSIGN TO
             "/home/suzuki/DATA/HYOKAREKI2007"
             FILE STATUS IS 履歴状態.
      *  利用頻度の高いファイルのため索引編成とする。
           SELECT 人事部ファイル ASSIGN TO
             "/home/suzuki/DATA/JINJI2007"
             ORGANIZATION IS INDEXED
             RECORD KEY IS 社員コード OF 人事部レコード
             ALTERNATE RECORD KEY IS
               氏名 OF 人事部レコード
               WITH DUPLICATES
             FILE STATUS IS 人事状態.
           SELECT 総務部ファイル ASSIGN TO
             "/home/suzuki/DATA/SOUMU2007"
             ORGANIZATION IS INDEXED
             RECORD KEY IS 社員コード OF 総務部レコード
             ALTERNATE RECORD KEY IS
               氏名 OF 総務部レコード
               WITH DUPLICATES
             FILE STATUS IS 総務状態.
      *  評価者から届く評価結果。
           SELECT 評価結果ファイル ASSIGN TO
             "/home/suzuki/DATA/HYOKAIN2007"
             FILE STATUS IS 結果状態.
      *  取り込み件数と却下の記録。
           SELECT 取込レポートファイル ASSIGN TO
             "/home/suzuki/DATA/HYOKAINRPT2007"
             FILE STATUS IS レポート状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  評価期間ファイル.
       01  評価期間レコード.
           COPY CP036.
       FD  階層マスタファイル.
       01  階層マスタレコード.
           COPY CP032.
       FD  評価履歴ファイル.
       01  評価履歴レコード.
           COPY CP037.
       FD  人事部ファイル.
       01  人事部レコード.
           COPY CP024.
       FD  総務部ファイル.
       01  総務部レコード.
           COPY CP024.
       FD  評価結果ファイル.
       01  評価結果レコード.
         03 結果社員コード    PIC X(5).
         03 結果評価期間      PIC X(6).
         03 結果所属コード    PIC X(3).
         03 結果評語          PIC X(1).
         03 結果評価者コード  PIC X(5).
       FD  取込レポートファイル.
       01  取込レポートレコード PIC X(80).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 期間状態          PIC X(2).
         03 階層状態          PIC X(2).
         03 履歴状態          PIC X(2).
         03 人事状態          PIC X(2).
         03 総務状態          PIC X(2).
         03 結果状態          PIC X(2).
         03 レポート状態      PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
      *  評価期間マスタの評価期間コード。
       01  期間テーブルエリア.
         03 期間件数          PIC 9(3) VALUE ZERO.
         03 期間番号          PIC 9(3).
         03 該当期間番号      PIC 9(3).
         03 期間エントリ      OCCURS 100 TIMES.
           05 表評価期間コード PIC X(6).
      *  組織階層マスタの所属コード。
       01  所属テーブルエリア.
         03 所属件数          PIC 9(3) VALUE ZERO.
         03 所属番号          PIC 9(3).
         03 該当所属番号      PIC 9(3).
         03 所属エントリ      OCCURS 100 TIMES.
           05 表所属コード    PIC X(3).
      *  人事部・総務部の社員コードと在籍状態区分。
       01  社員テーブルエリア.
         03 社員件数          PIC 9(4) VALUE ZERO.
         03 社員番号          PIC 9(4).
         03 該当社員番号      PIC 9(4).
         03 社員エントリ      OCCURS 3000 TIMES.
           05 表社員コード    PIC X(5).
           05 表在籍状態      PIC X(1).
      *  登録済の評価履歴。同じ期間の二重登録を防ぐ。
       01  履歴テーブルエリア.
         03 履歴件数          PIC 9(5) VALUE ZERO.
         03 履歴番号          PIC 9(5).
         03 該当履歴番号      PIC 9(5).
         03 履歴エントリ      OCCURS 20000 TIMES.
           05 表履歴キー.
             07 表履歴社員コード PIC X(5).
             07 表履歴評価期間 PIC X(6).
       01  照合キー.
         03 照合社員コード    PIC X(5).
         03 照合評価期間      PIC X(6).
       01  照合在籍状態       PIC X(1).
       01  却下理由           PIC X(40).
      *  件数集計。
       01  集計エリア.
         03 読込件数          PIC 9(5) VALUE ZERO.
         03 登録件数          PIC 9(5) VALUE ZERO.
         03 却下件数          PIC 9(5) VALUE ZERO.
       01  レポート行         PIC X(80).
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
           PERFORM 評価期間読込.
      *
           PERFORM 階層マスタ読込.
      *
           PERFORM 人事部読込.
      *
           PERFORM 総務部読込.
      *
           PERFORM 評価履歴読込.
      *
           PERFORM 評価結果取込.
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
           DISPLAY "***PRO2083 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           OPEN INPUT 評価結果ファイル.
           IF 結果状態 NOT = "00"
             THEN
               MOVE "PRO2083" TO 発生プログラム名
               MOVE 結果状態 TO 入出力状態
               MOVE "評価結果ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           OPEN OUTPUT 取込レポートファイル.
           MOVE SPACES TO レポート行.
           STRING "人事評価結果 取り込み 実行日:"
                  DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 取込レポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           STRING "社員  期間   所属 評語 理由"
                  DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 取込レポートレコード FROM レポート行.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       評価期間読込           SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 評価期間ファイル.
           IF 期間状態 NOT = "00"
             THEN
               MOVE "PRO2083" TO 発生プログラム名
               MOVE 期間状態 TO 入出力状態
               MOVE "評価期間マスタのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 評価期間ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 期間件数 < 100
                   THEN
                     ADD 1 TO 期間件数
                     MOVE 評価期間コード
                       TO 表評価期間コード(期間件数)
                   ELSE
                     DISPLAY "評価期間マスタ上限超過:"
                             評価期間コード
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 評価期間ファイル.
      *
       評価期間読込－ＥＸ.
       EXIT.
      *
      ***********************************
       階層マスタ読込         SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 階層マスタファイル.
           IF 階層状態 NOT = "00"
             THEN
               MOVE "PRO2083" TO 発生プログラム名
               MOVE 階層状態 TO 入出力状態
               MOVE "階層マスタのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 階層マスタファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 所属件数 < 100
                   THEN
                     ADD 1 TO 所属件数
                     MOVE マスタ所属コード
                       TO 表所属コード(所属件数)
                   ELSE
                     DISPLAY "階層マスタ上限超過:"
                             マスタ所属コード
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 階層マスタファイル.
      *
       階層マスタ読込－ＥＸ.
       EXIT.
      *
      ***********************************
       人事部読込             SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 人事部ファイル.
           IF 人事状態 NOT = "00"
             THEN
               MOVE "PRO2083" TO 発生プログラム名
               MOVE 人事状態 TO 入出力状態
               MOVE "人事部ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 人事部ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 MOVE 社員コード OF 人事部レコード
                   TO 照合社員コード
                 MOVE 在籍状態区分 OF 人事部レコード
                   TO 照合在籍状態
                 PERFORM 社員1件格納
             END-READ
           END-PERFORM.
           CLOSE 人事部ファイル.
      *
       人事部読込－ＥＸ.
       EXIT.
      *
      ***********************************
       総務部読込             SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 総務部ファイル.
           IF 総務状態 NOT = "00"
             THEN
               MOVE "PRO2083" TO 発生プログラム名
               MOVE 総務状態 TO 入出力状態
               MOVE "総務部ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 総務部ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 MOVE 社員コード OF 総務部レコード
                   TO 照合社員コード
                 MOVE 在籍状態区分 OF 総務部レコード
                   TO 照合在籍状態
                 PERFORM 社員1件格納
             END-READ
           END-PERFORM.
           CLOSE 総務部ファイル.
      *
       総務部読込－ＥＸ.
       EXIT.
      *
      ***********************************
       社員1件格納            SECTION.
      ***********************************
      *
           IF 社員件数 >= 3000
             THEN
               MOVE "PRO2083" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "社員テーブル上限超過"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 社員件数.
           MOVE 照合社員コード
             TO 表社員コード(社員件数).
           MOVE 照合在籍状態
             TO 表在籍状態(社員件数).
      *
       社員1件格納－ＥＸ.
       EXIT.
      *
      ***********************************
       評価履歴読込           SECTION.
      ***********************************
      *
      *  登録済の履歴をテーブルへ読み込む。無ければ新規に作る。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 評価履歴ファイル.
           IF 履歴状態 NOT = "00"
             THEN
               DISPLAY "評価履歴なし。新規に作る。"
               GO TO 評価履歴読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 評価履歴ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 MOVE 評価社員コード
                   TO 照合社員コード
                 MOVE 評価対象期間
                   TO 照合評価期間
                 PERFORM 履歴1件格納
             END-READ
           END-PERFORM.
           CLOSE 評価履歴ファイル.
      *
       評価履歴読込－ＥＸ.
       EXIT.
      *
      ***********************************
       履歴1件格納            SECTION.
      ***********************************
      *
           IF 履歴件数 >= 20000
             THEN
               MOVE "PRO2083" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "履歴テーブル上限超過"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 履歴件数.
           MOVE 照合キー TO 表履歴キー(履歴件数).
      *
       履歴1件格納－ＥＸ.
       EXIT.
      *
      ***********************************
       評価結果取込           SECTION.
      ***********************************
      *
      *  評価結果を1件ずつ検査し、正しいものを履歴へ追記する。
           OPEN EXTEND 評価履歴ファイル.
           IF 履歴状態 NOT = "00"
             THEN
               CLOSE 評価履歴ファイル
               OPEN OUTPUT 評価履歴ファイル
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 評価結果ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 ADD 1 TO 読込件数
                 PERFORM 評価1件取込
             END-READ
           END-PERFORM.
           CLOSE 評価履歴ファイル.
      *
       評価結果取込－ＥＸ.
       EXIT.
      *
      ***********************************
       評価1件取込            SECTION.
      ***********************************
      *
           MOVE SPACES TO 却下理由.
      *  評価期間の確認。
           MOVE ZERO TO 該当期間番号.
           PERFORM VARYING 期間番号 FROM 1 BY 1
             UNTIL 期間番号 > 期間件数
                OR 該当期間番号 > ZERO
             IF 表評価期間コード(期間番号) =
                  結果評価期間
               THEN
                 MOVE 期間番号 TO 該当期間番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当期間番号 = ZERO
             THEN
               MOVE "評価期間未登録" TO 却下理由
               PERFORM 却下出力
               GO TO 評価1件取込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *  評語の確認。
           IF 結果評語 NOT = "S" AND
              結果評語 NOT = "A" AND
              結果評語 NOT = "B" AND
              結果評語 NOT = "C" AND
              結果評語 NOT = "D"
             THEN
               MOVE "評語不正" TO 却下理由
               PERFORM 却下出力
               GO TO 評価1件取込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *  所属コードの確認。
           MOVE ZERO TO 該当所属番号.
           PERFORM VARYING 所属番号 FROM 1 BY 1
             UNTIL 所属番号 > 所属件数
                OR 該当所属番号 > ZERO
             IF 表所属コード(所属番号) = 結果所属コード
               THEN
                 MOVE 所属番号 TO 該当所属番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当所属番号 = ZERO
             THEN
               MOVE "所属コード未登録" TO 却下理由
               PERFORM 却下出力
               GO TO 評価1件取込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *  社員コードの確認。休職中の社員は評価の対象としない。
           MOVE ZERO TO 該当社員番号.
           PERFORM VARYING 社員番号 FROM 1 BY 1
             UNTIL 社員番号 > 社員件数
                OR 該当社員番号 > ZERO
             IF 表社員コード(社員番号) = 結果社員コード
               THEN
                 MOVE 社員番号 TO 該当社員番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当社員番号 = ZERO
             THEN
               MOVE "社員コード該当なし" TO 却下理由
               PERFORM 却下出力
               GO TO 評価1件取込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 表在籍状態(該当社員番号) = "2"
             THEN
               MOVE "休職中の社員" TO 却下理由
               PERFORM 却下出力
               GO TO 評価1件取込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *  同じ社員・評価期間の二重登録の確認。
           MOVE 結果社員コード TO 照合社員コード.
           MOVE 結果評価期間 TO 照合評価期間.
           MOVE ZERO TO 該当履歴番号.
           PERFORM VARYING 履歴番号 FROM 1 BY 1
             UNTIL 履歴番号 > 履歴件数
                OR 該当履歴番号 > ZERO
             IF 表履歴キー(履歴番号) = 照合キー
               THEN
                 MOVE 履歴番号 TO 該当履歴番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当履歴番号 > ZERO
             THEN
               MOVE "同じ期間の評価が登録済" TO 却下理由
               PERFORM 却下出力
               GO TO 評価1件取込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *  履歴へ追記し、同じ実行内の重複も防ぐためテーブルにも
      *  加える。
           PERFORM 履歴1件格納.
           MOVE 結果社員コード TO 評価社員コード.
           MOVE 結果評価期間 TO 評価対象期間.
           MOVE 結果所属コード TO 評価所属コード.
           MOVE 結果評語 TO 評語.
           MOVE 結果評価者コード TO 評価者コード.
           MOVE 実行日 TO 評価登録日.
           WRITE 評価履歴レコード.
           ADD 1 TO 登録件数.
      *
       評価1件取込－ＥＸ.
       EXIT.
      *
      ***********************************
       却下出力               SECTION.
      ***********************************
      *
           ADD 1 TO 却下件数.
           MOVE SPACES TO レポート行.
           STRING 結果社員コード DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  結果評価期間 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  結果所属コード DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  結果評語 DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  却下理由 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 取込レポートレコード FROM レポート行.
      *
       却下出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           MOVE SPACES TO レポート行.
           STRING "読込:" DELIMITED BY SIZE
                  読込件数 DELIMITED BY SIZE
                  " 登録:" DELIMITED BY SIZE
                  登録件数 DELIMITED BY SIZE
                  " 却下:" DELIMITED BY SIZE
                  却下件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 取込レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           CLOSE 取込レポートファイル.
           CLOSE 評価結果ファイル.
           DISPLAY "読込:" 読込件数
                   " 登録:" 登録件数
                   " 却下:" 却下件数.
      *
           DISPLAY "***PRO2083 END***".
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
