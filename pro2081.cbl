       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2081.
      *  研修の修了記録の取り込みバッチ。研修の主催部門から
      *  届く修了記録(KENSHUIN2007)を、研修マスタ(KENSHU2007)
      *  と人事部ファイル(JINJI2007)・総務部ファイル(SOUMU2007)
      *  に照らして検査し、正しいものを受講履歴(JUKOREKI2007)
      *  へ追記する。却下したものは理由とともに取り込み
      *  レポート(KENSHUINRPT2007)へ書き出す。必須研修の受講
      *  状況はPRO2082で四半期ごとに確認する。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  研修コード・必須区分・更新間隔を持つ研修マスタ。
           SELECT 研修マスタファイル ASSIGN TO
             "/home/suzuki/DATA/KENSHU2007"
             FILE STATUS IS マスタ状態.
      *  社員ごとの研修修了の履歴。取り込みのつど追記する。
           SELECT 受講履歴ファイル ASSIGN TO
             "/home/suzuki/DATA/JUKOREKI2007"
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
      *  研修の主催部門から届く修了記録。
           SELECT 修了記録ファイル ASSIGN TO
             "/home/suzuki/DATA/KENSHUIN2007"
             FILE STATUS IS 修了状態.
      *  取り込み件数と却下の記録。
           SELECT 取込レポートファイル ASSIGN TO
             "/home/suzuki/DATA/KENSHUINRPT2007"
             FILE STATUS IS レポート状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  研修マスタファイル.
       01  研修マスタレコード.
           COPY CP034.
       FD  受講履歴ファイル.
       01  受講履歴レコード.
           COPY CP035.
       FD  人事部ファイル.
       01  人事部レコード.
           COPY CP024.
       FD  総務部ファイル.
       01  総務部レコード.
           COPY CP024.
       FD  修了記録ファイル.
       01  修了記録レコード.
         03 修了社員コード    PIC X(5).
         03 修了研修コード    PIC X(5).
         03 修了記録日        PIC 9(8).
       FD  取込レポートファイル.
       01  取込レポートレコード PIC X(80).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 マスタ状態        PIC X(2).
         03 履歴状態          PIC X(2).
         03 人事状態          PIC X(2).
         03 総務状態          PIC X(2).
         03 修了状態          PIC X(2).
         03 レポート状態      PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
      *  研修マスタの研修コード。
       01  研修テーブルエリア.
         03 研修件数          PIC 9(3) VALUE ZERO.
         03 研修番号          PIC 9(3).
         03 該当研修番号      PIC 9(3).
         03 研修エントリ      OCCURS 200 TIMES.
           05 表研修コード    PIC X(5).
      *  人事部・総務部に在籍する社員コード。
       01  社員テーブルエリア.
         03 社員件数          PIC 9(4) VALUE ZERO.
         03 社員番号          PIC 9(4).
         03 該当社員番号      PIC 9(4).
         03 社員エントリ      OCCURS 3000 TIMES.
           05 表社員コード    PIC X(5).
      *  登録済の受講履歴。同じ修了の二重登録を防ぐ。
       01  履歴テーブルエリア.
         03 履歴件数          PIC 9(5) VALUE ZERO.
         03 履歴番号          PIC 9(5).
         03 該当履歴番号      PIC 9(5).
         03 履歴エントリ      OCCURS 20000 TIMES.
           05 表履歴キー.
             07 表履歴社員コード PIC X(5).
             07 表履歴研修コード PIC X(5).
             07 表履歴修了日  PIC 9(8).
       01  照合キー.
         03 照合社員コード    PIC X(5).
         03 照合研修コード    PIC X(5).
         03 照合修了日        PIC 9(8).
      *  修了日の検査。
       01  検査日付           PIC 9(8).
       01  検査日付分解 REDEFINES 検査日付.
         03 検査年            PIC 9(4).
         03 検査月            PIC 9(2).
         03 検査日            PIC 9(2).
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
           PERFORM 研修マスタ読込.
      *
           PERFORM 人事部読込.
      *
           PERFORM 総務部読込.
      *
           PERFORM 受講履歴読込.
      *
           PERFORM 修了記録取込.
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
           DISPLAY "***PRO2081 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           OPEN INPUT 修了記録ファイル.
           IF 修了状態 NOT = "00"
             THEN
               MOVE "PRO2081" TO 発生プログラム名
               MOVE 修了状態 TO 入出力状態
               MOVE "修了記録ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           OPEN OUTPUT 取込レポートファイル.
           MOVE SPACES TO レポート行.
           STRING "研修修了記録 取り込み 実行日:"
                  DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 取込レポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           STRING "社員  研修  修了日   理由" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 取込レポートレコード FROM レポート行.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       研修マスタ読込         SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 研修マスタファイル.
           IF マスタ状態 NOT = "00"
             THEN
               MOVE "PRO2081" TO 発生プログラム名
               MOVE マスタ状態 TO 入出力状態
               MOVE "研修マスタのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 研修マスタファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 研修件数 < 200
                   THEN
                     ADD 1 TO 研修件数
                     MOVE 研修コード
                       TO 表研修コード(研修件数)
                   ELSE
                     DISPLAY "研修マスタ上限超過:"
                             研修コード
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 研修マスタファイル.
      *
       研修マスタ読込－ＥＸ.
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
               MOVE "PRO2081" TO 発生プログラム名
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
               MOVE "PRO2081" TO 発生プログラム名
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
               MOVE "PRO2081" TO 発生プログラム名
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
      *
       社員1件格納－ＥＸ.
       EXIT.
      *
      ***********************************
       受講履歴読込           SECTION.
      ***********************************
      *
      *  登録済の履歴をテーブルへ読み込む。無ければ新規に作る。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 受講履歴ファイル.
           IF 履歴状態 NOT = "00"
             THEN
               DISPLAY "受講履歴なし。新規に作る。"
               GO TO 受講履歴読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 受講履歴ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 MOVE 受講社員コード
                   TO 照合社員コード
                 MOVE 受講研修コード
                   TO 照合研修コード
                 MOVE 修了日 TO 照合修了日
                 PERFORM 履歴1件格納
             END-READ
           END-PERFORM.
           CLOSE 受講履歴ファイル.
      *
       受講履歴読込－ＥＸ.
       EXIT.
      *
      ***********************************
       履歴1件格納            SECTION.
      ***********************************
      *
           IF 履歴件数 >= 20000
             THEN
               MOVE "PRO2081" TO 発生プログラム名
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
       修了記録取込           SECTION.
      ***********************************
      *
      *  修了記録を1件ずつ検査し、正しいものを履歴へ追記する。
           OPEN EXTEND 受講履歴ファイル.
           IF 履歴状態 NOT = "00"
             THEN
               CLOSE 受講履歴ファイル
               OPEN OUTPUT 受講履歴ファイル
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 修了記録ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 ADD 1 TO 読込件数
                 PERFORM 修了1件取込
             END-READ
           END-PERFORM.
           CLOSE 受講履歴ファイル.
      *
       修了記録取込－ＥＸ.
       EXIT.
      *
      ***********************************
       修了1件取込            SECTION.
      ***********************************
      *
           MOVE SPACES TO 却下理由.
      *  研修コードの確認。
           MOVE ZERO TO 該当研修番号.
           PERFORM VARYING 研修番号 FROM 1 BY 1
             UNTIL 研修番号 > 研修件数
                OR 該当研修番号 > ZERO
             IF 表研修コード(研修番号) = 修了研修コード
               THEN
                 MOVE 研修番号 TO 該当研修番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当研修番号 = ZERO
             THEN
               MOVE "研修コード未登録" TO 却下理由
               PERFORM 却下出力
               GO TO 修了1件取込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *  社員コードの確認。
           MOVE ZERO TO 該当社員番号.
           PERFORM VARYING 社員番号 FROM 1 BY 1
             UNTIL 社員番号 > 社員件数
                OR 該当社員番号 > ZERO
             IF 表社員コード(社員番号) = 修了社員コード
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
               GO TO 修了1件取込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *  修了日の確認。暦にない日と実行日より後の日は不正。
           IF 修了記録日 IS NOT NUMERIC
             THEN
               MOVE "修了日不正" TO 却下理由
               PERFORM 却下出力
               GO TO 修了1件取込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 修了記録日 TO 検査日付.
           IF 検査月 < 1 OR 検査月 > 12 OR
              検査日 < 1 OR 検査日 > 31 OR
              検査日付 > 実行日
             THEN
               MOVE "修了日不正" TO 却下理由
               PERFORM 却下出力
               GO TO 修了1件取込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *  同じ修了の二重登録の確認。
           MOVE 修了社員コード TO 照合社員コード.
           MOVE 修了研修コード TO 照合研修コード.
           MOVE 修了記録日 TO 照合修了日.
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
               MOVE "受講履歴に登録済" TO 却下理由
               PERFORM 却下出力
               GO TO 修了1件取込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *  履歴へ追記し、同じ実行内の重複も防ぐためテーブルにも
      *  加える。
           PERFORM 履歴1件格納.
           MOVE 修了社員コード TO 受講社員コード.
           MOVE 修了研修コード TO 受講研修コード.
           MOVE 修了記録日 TO 修了日.
           MOVE 実行日 TO 受講登録日.
           WRITE 受講履歴レコード.
           ADD 1 TO 登録件数.
      *
       修了1件取込－ＥＸ.
       EXIT.
      *
      ***********************************
       却下出力               SECTION.
      ***********************************
      *
           ADD 1 TO 却下件数.
           MOVE SPACES TO レポート行.
           STRING 修了社員コード DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  修了研修コード DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  修了記録日 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
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
           CLOSE 修了記録ファイル.
           DISPLAY "読込:" 読込件数
                   " 登録:" 登録件数
                   " 却下:" 却下件数.
      *
           DISPLAY "***PRO2081 END***".
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
