       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2104.
      *  証憑索引の登録。スキャンした領収書の索引入力
      *  (SHOHYOIN2010)を検査し、正しいものを証憑索引
      *  (SHOHYO2010)へ追記する。証憑番号は一意とし、索引に
      *  ある番号や同じ入力内で重なる番号は登録しない。画像
      *  ファイル名の空白、受領日・スキャン日の誤り、受領日より
      *  前のスキャン日も登録しない。受領から2か月と7日を過ぎて
      *  スキャンしたものは登録したうえで入力期限超過として
      *  知らせる。結果は登録結果表(SHOHYOREGRPT2010)へ書く。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  スキャン時に作る索引入力。
           SELECT 索引入力ファイル ASSIGN TO
             "/home/suzuki/DATA/SHOHYOIN2010"
             FILE STATUS IS 索引入力状態.
      *  証憑索引。読み込んで重複を調べ、追記する。
           SELECT 証憑索引ファイル ASSIGN TO
             "/home/suzuki/DATA/SHOHYO2010"
             FILE STATUS IS 証憑索引状態.
      *  登録結果表。
           SELECT 結果表ファイル ASSIGN TO
             "/home/suzuki/DATA/SHOHYOREGRPT2010"
             FILE STATUS IS 結果表状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  索引入力ファイル.
       01  入力レコード.
           COPY CP061.
       FD  証憑索引ファイル.
       01  証憑索引レコード.
           COPY CP061.
       FD  結果表ファイル.
       01  結果表レコード     PIC X(100).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 索引入力状態      PIC X(2).
         03 証憑索引状態      PIC X(2).
         03 結果表状態        PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
      *  登録済みと今回登録分の証憑番号のテーブル。
       01  番号テーブルエリア.
         03 番号件数          PIC 9(4) VALUE ZERO.
         03 番号索引          PIC 9(4).
         03 番号エントリ      OCCURS 5000 TIMES.
           05 表証憑番号      PIC X(12).
      *  1件分の検査結果。
       01  誤りコード         PIC X(2).
           88 誤りなし        VALUE SPACES.
       01  誤り内容           PIC X(30).
       01  検査日付           PIC 9(8).
       01  検査日付分解 REDEFINES 検査日付.
         03 検査年            PIC 9(4).
         03 検査月            PIC 9(2).
         03 検査日            PIC 9(2).
       01  日付正否           PIC X(1).
           88 日付正常        VALUE "Y".
      *  入力期限(受領から2か月と7日)の判定ワーク。
       01  受領月番           PIC 9(6).
       01  走査月番           PIC 9(6).
       01  経過月数           PIC S9(6).
      *  件数。
       01  集計エリア.
         03 入力件数          PIC 9(5) VALUE ZERO.
         03 登録件数          PIC 9(5) VALUE ZERO.
         03 誤り件数          PIC 9(5) VALUE ZERO.
         03 期限超過件数      PIC 9(5) VALUE ZERO.
       01  結果表行           PIC X(100).
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
           DISPLAY "***PRO2104 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           PERFORM 登録済番号読込.
           OPEN INPUT 索引入力ファイル.
           IF 索引入力状態 NOT = "00"
             THEN
               MOVE "PRO2104" TO 発生プログラム名
               MOVE 索引入力状態 TO 入出力状態
               MOVE "索引入力のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
      *  索引が無ければ新たに作る。
           OPEN EXTEND 証憑索引ファイル.
           IF 証憑索引状態 NOT = "00"
             THEN
               CLOSE 証憑索引ファイル
               OPEN OUTPUT 証憑索引ファイル
             ELSE
               CONTINUE
           END-IF.
           OPEN OUTPUT 結果表ファイル.
           MOVE SPACES TO 結果表行.
           STRING "証憑索引 登録結果表 処理日:"
                  DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO 結果表行.
           WRITE 結果表レコード FROM 結果表行.
           MOVE SPACES TO 結果表行.
           WRITE 結果表レコード FROM 結果表行.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       登録済番号読込         SECTION.
      ***********************************
      *
      *  索引が無い場合は登録済みの番号なしとして始める。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 証憑索引ファイル.
           IF 証憑索引状態 NOT = "00"
             THEN
               GO TO 登録済番号読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 証憑索引ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 PERFORM 番号追加
             END-READ
           END-PERFORM.
           CLOSE 証憑索引ファイル.
      *
       登録済番号読込－ＥＸ.
       EXIT.
      *
      ***********************************
       番号追加               SECTION.
      ***********************************
      *
           IF 番号件数 >= 5000
             THEN
               MOVE "PRO2104" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "証憑番号テーブル上限超過"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 番号件数.
           MOVE 索引証憑番号 OF 証憑索引レコード
             TO 表証憑番号(番号件数).
      *
       番号追加－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 索引入力ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 ADD 1 TO 入力件数
                 PERFORM 入力検査
                 IF 誤りなし
                   THEN
                     PERFORM 索引登録
                   ELSE
                     PERFORM 誤り出力
                 END-IF
             END-READ
           END-PERFORM.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       入力検査               SECTION.
      ***********************************
      *
      *  最初に見つけた誤りを1件につき1つ報告する。
           MOVE SPACES TO 誤りコード.
           IF 索引証憑番号 OF 入力レコード = SPACES
             THEN
               MOVE "E1" TO 誤りコード
               MOVE "証憑番号なし" TO 誤り内容
               GO TO 入力検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING 番号索引 FROM 1 BY 1
             UNTIL 番号索引 > 番号件数
             IF 表証憑番号(番号索引) =
                索引証憑番号 OF 入力レコード
               THEN
                 MOVE "E2" TO 誤りコード
                 MOVE "証憑番号重複" TO 誤り内容
                 MOVE 番号件数 TO 番号索引
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF NOT 誤りなし
             THEN
               GO TO 入力検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 画像ファイル名 OF 入力レコード = SPACES
             THEN
               MOVE "E3" TO 誤りコード
               MOVE "画像ファイル名なし" TO 誤り内容
               GO TO 入力検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 受領日 OF 入力レコード TO 検査日付.
           PERFORM 日付検査.
           IF NOT 日付正常
             THEN
               MOVE "E4" TO 誤りコード
               MOVE "受領日の誤り" TO 誤り内容
               GO TO 入力検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE スキャン日 OF 入力レコード TO 検査日付.
           PERFORM 日付検査.
           IF NOT 日付正常
             THEN
               MOVE "E5" TO 誤りコード
               MOVE "スキャン日の誤り" TO 誤り内容
               GO TO 入力検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF スキャン日 OF 入力レコード <
              受領日 OF 入力レコード
             THEN
               MOVE "E6" TO 誤りコード
               MOVE "受領日前のスキャン日" TO 誤り内容
             ELSE
               CONTINUE
           END-IF.
      *
       入力検査－ＥＸ.
       EXIT.
      *
      ***********************************
       日付検査               SECTION.
      ***********************************
      *
           MOVE "N" TO 日付正否.
           IF 検査日付 IS NOT NUMERIC
             THEN
               GO TO 日付検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 検査年 < 1900
              OR 検査月 < 1 OR 検査月 > 12
              OR 検査日 < 1 OR 検査日 > 31
             THEN
               CONTINUE
             ELSE
               MOVE "Y" TO 日付正否
           END-IF.
      *
       日付検査－ＥＸ.
       EXIT.
      *
      ***********************************
       索引登録               SECTION.
      ***********************************
      *
           MOVE 入力レコード TO 証憑索引レコード.
           MOVE 実行日
             TO 索引登録日 OF 証憑索引レコード.
           WRITE 証憑索引レコード.
           PERFORM 番号追加.
           ADD 1 TO 登録件数.
      *  受領から2か月と7日を過ぎたスキャンを知らせる。
           MOVE 受領日 OF 入力レコード TO 検査日付.
           COMPUTE 受領月番 = 検査年 * 12 + 検査月.
           MOVE スキャン日 OF 入力レコード TO 検査日付.
           COMPUTE 走査月番 = 検査年 * 12 + 検査月.
           COMPUTE 経過月数 = 走査月番 - 受領月番.
           MOVE 受領日 OF 入力レコード TO 検査日付.
           IF 経過月数 > 2
              OR (経過月数 = 2
                  AND スキャン日 OF 入力レコード(7:2)
                      > 検査日 + 7)
             THEN
               ADD 1 TO 期限超過件数
               MOVE SPACES TO 結果表行
               STRING "期限超過 " DELIMITED BY SIZE
                      索引証憑番号 OF 入力レコード
                      DELIMITED BY SIZE
                      " 受領日:" DELIMITED BY SIZE
                      受領日 OF 入力レコード
                      DELIMITED BY SIZE
                      " スキャン日:" DELIMITED BY SIZE
                      スキャン日 OF 入力レコード
                      DELIMITED BY SIZE
                      INTO 結果表行
               WRITE 結果表レコード FROM 結果表行
             ELSE
               CONTINUE
           END-IF.
      *
       索引登録－ＥＸ.
       EXIT.
      *
      ***********************************
       誤り出力               SECTION.
      ***********************************
      *
           ADD 1 TO 誤り件数.
           MOVE SPACES TO 結果表行.
           STRING "誤り" DELIMITED BY SIZE
                  誤りコード DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  索引証憑番号 OF 入力レコード
                  DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  誤り内容 DELIMITED BY "  "
                  INTO 結果表行.
           WRITE 結果表レコード FROM 結果表行.
      *
       誤り出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           MOVE SPACES TO 結果表行.
           STRING "入力:" DELIMITED BY SIZE
                  入力件数 DELIMITED BY SIZE
                  " 登録:" DELIMITED BY SIZE
                  登録件数 DELIMITED BY SIZE
                  " 誤り:" DELIMITED BY SIZE
                  誤り件数 DELIMITED BY SIZE
                  " 期限超過:" DELIMITED BY SIZE
                  期限超過件数 DELIMITED BY SIZE
                  INTO 結果表行.
           WRITE 結果表レコード FROM 結果表行
             AFTER 2 LINE
           END-WRITE.
           CLOSE 索引入力ファイル.
           CLOSE 証憑索引ファイル.
           CLOSE 結果表ファイル.
           DISPLAY "入力:" 入力件数 " 登録:" 登録件数
                   " 誤り:" 誤り件数.
           DISPLAY "***PRO2104 END***".
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
