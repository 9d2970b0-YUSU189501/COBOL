       01  抽出件数           PIC 9(7) VALUE ZERO.
       01  発表前除外件数     PIC 9(7) VALUE ZERO.
       01  トレーラ編集       PIC X(11).
      *  送信管理台帳へ渡すハッシュ合計(受験者IDの数値の合計)。
       01  連携ハッシュ       PIC 9(13) VALUE ZERO.
       01  受験者ID数値       PIC 9(6).
      *  発表日判定に使う実行日と試験回マスタのテーブル。
       01  実行日             PIC 9(8).
       01  試験回テーブルエリア.
           05 試験回エントリ  OCCURS 20 TIMES.
              10 表マスタ試験回 PIC 9(02).
              10 表発表日       PIC 9(08).
      *  送信登録呼出し(SUB2021)への引き渡し情報。
       01  送信登録情報.
           COPY CP071.
      *  異常終了ログ呼出し(SUB9000)への引き渡し情報。
       01  異常終了情報.
           COPY CP010.
           END-IF.
           WRITE 連携レコード.
           ADD 1 TO 抽出件数.
           IF 連携受験者ID IS NUMERIC
             THEN
               MOVE 連携受験者ID TO 受験者ID数値
               ADD 受験者ID数値 TO 連携ハッシュ
             ELSE
               CONTINUE
           END-IF.
      *
       連携出力－ＥＸ.
       EXIT.
           WRITE 連携レコード.
           CLOSE 試験結果ファイル.
           CLOSE 連携ファイル.
           PERFORM 送信登録.
           DISPLAY "抽出件数:" 抽出件数.
           IF 発表前除外件数 > ZERO
             THEN
       終了処理－ＥＸ.
       EXIT.
      *
      ***********************************
       送信登録               SECTION.
      ***********************************
      *
      *  ウェブ担当への連携ファイルを送信管理台帳へ登録する。
      *  件数はトレーラを除いた抽出件数とする。
           MOVE "R"            TO 送信要求区分.
           MOVE "WEBKEKKA2006" TO 登録送信ファイルID.
           MOVE SPACES         TO 登録送信宛先.
           MOVE 実行日         TO 登録送信作成日.
           MOVE 抽出件数       TO 登録送信件数.
           MOVE 連携ハッシュ   TO 登録送信ハッシュ.
           MOVE "/home/suzuki/DATA/WEBKEKKA2006"
             TO 登録送信ファイル名.
           MOVE "N"            TO 登録送信区分.
           CALL "SUB2021" USING 送信登録情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "20" TO 送信登録状態
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           EVALUATE 送信登録状態
             WHEN "00"
               CONTINUE
             WHEN "10"
               DISPLAY "送信先マスタ未登録:WEBKEKKA2006"
             WHEN OTHER
               DISPLAY "送信管理台帳の登録失敗:"
                       送信登録状態
           END-EVALUATE.
      *
       送信登録－ＥＸ.
       EXIT.
      *
      ***********************************
       異常終了処理           SECTION.
      ***********************************
