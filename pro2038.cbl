      *  索引ファイルを作り直す。どちらの向きでも件数と社員
      *  コードの昇順を検証する。REWRITE・DELETEで傷んだ索引の
      *  再編成と、初めての復元可能なバックアップを兼ねる。
      *  アンロード時は取得日時をトレーラに刻み、同じ内容を
      *  日付付きの世代ファイル(基本名.Gyyyymmdd)にも残して
      *  バックアップ世代台帳(BKSEDAI2007)へ登録する。過去日
      *  時点の名簿再現(PRO2080)はこの世代を起点に使う。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT 総務バックアップ ASSIGN TO
             "/home/suzuki/DATA/SOUMU2007BK"
             FILE STATUS IS 総務ＢＫ状態.
      *  日付付きのバックアップ世代ファイルとその台帳。
           SELECT 世代ファイル ASSIGN TO DYNAMIC 世代名
             FILE STATUS IS 世代状態.
           SELECT 世代台帳ファイル ASSIGN TO
             "/home/suzuki/DATA/BKSEDAI2007"
             FILE STATUS IS 台帳状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  指示ファイル.
       FD  総務バックアップ.
       01  総務バックアップレコード.
           COPY CP024.
       FD  世代ファイル.
       01  世代レコード       PIC X(125).
       FD  世代台帳ファイル.
       01  世代台帳レコード.
      *  台帳部署区分 J:人事部 S:総務部。
           05 台帳部署区分    PIC X(1).
           05 台帳取得日      PIC 9(8).
           05 台帳取得時刻    PIC 9(6).
           05 台帳件数        PIC 9(7).
           05 台帳世代名      PIC X(60).
       WORKING-STORAGE        SECTION.
       01  状態.
           05 指示状態        PIC X(2).
           05 総務状態        PIC X(2).
           05 人事ＢＫ状態    PIC X(2).
           05 総務ＢＫ状態    PIC X(2).
           05 世代状態        PIC X(2).
           05 台帳状態        PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
      *  件数・キー順検証のワーク。
       01  トレーラ件数       PIC 9(7).
       01  前回キー           PIC X(5).
       01  キー順異常件数     PIC 9(5).
      *  トレーラ行の編集・解析領域。取得日時はアンロード時に
      *  刻む。以前のバックアップのトレーラは件数までしか無い。
       01  トレーラ編集.
           05 トレーラ区分    PIC X(3).
           05 トレーラ数値    PIC 9(7).
           05 トレーラ取得日  PIC 9(8).
           05 トレーラ取得時刻 PIC 9(6).
      *  バックアップ取得日時と世代ファイル名。
       01  実行日             PIC 9(8).
       01  取得時刻           PIC 9(8).
       01  取得時刻分解 REDEFINES 取得時刻.
           05 取得時分秒      PIC 9(6).
           05 FILLER          PIC 9(2).
       01  世代名             PIC X(60).
      *  台帳へ登録する部署区分 J:人事部 S:総務部。
       01  登録部署区分       PIC X(1).
      *  排他制御呼出し(SUB9400)への引き渡し情報。
       01  排他制御情報.
           COPY CP023.
      ************************************************
      *
           DISPLAY "***PRO2038 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           ACCEPT 取得時刻 FROM TIME.
           OPEN INPUT 指示ファイル.
           IF 指示状態 NOT = "00"
             THEN
               CONTINUE
           END-IF.
           OPEN OUTPUT 人事バックアップ.
           MOVE SPACES TO 世代名.
           STRING "/home/suzuki/DATA/JINJI2007BK.G"
                                       DELIMITED BY SIZE
                  実行日               DELIMITED BY SIZE
                  INTO 世代名.
           OPEN OUTPUT 世代ファイル.
           IF 世代状態 NOT = "00"
             THEN
               MOVE "PRO2038" TO 発生プログラム名
               MOVE 世代状態 TO 入出力状態
               MOVE "世代ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 人事部ファイル
               AT END
                 MOVE 人事部レコード
                   TO 人事バックアップレコード
                 WRITE 人事バックアップレコード
                 WRITE 世代レコード
                   FROM 人事バックアップレコード
             END-READ
           END-PERFORM.
           CLOSE 人事部ファイル.
      *  件数トレーラを付ける。
           MOVE "TRL" TO トレーラ区分.
           MOVE 処理件数 TO トレーラ数値.
           MOVE 実行日 TO トレーラ取得日.
           MOVE 取得時分秒 TO トレーラ取得時刻.
           MOVE トレーラ編集
             TO 人事バックアップレコード.
           WRITE 人事バックアップレコード.
           WRITE 世代レコード
             FROM 人事バックアップレコード.
           CLOSE 人事バックアップ.
           CLOSE 世代ファイル.
           MOVE "J" TO 登録部署区分.
           PERFORM 世代台帳登録.
           PERFORM 検証報告.
           DISPLAY "人事アンロード件数:" 処理件数.
      *
               CONTINUE
           END-IF.
           OPEN OUTPUT 総務バックアップ.
           MOVE SPACES TO 世代名.
           STRING "/home/suzuki/DATA/SOUMU2007BK.G"
                                       DELIMITED BY SIZE
                  実行日               DELIMITED BY SIZE
                  INTO 世代名.
           OPEN OUTPUT 世代ファイル.
           IF 世代状態 NOT = "00"
             THEN
               MOVE "PRO2038" TO 発生プログラム名
               MOVE 世代状態 TO 入出力状態
               MOVE "世代ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 総務部ファイル
               AT END
                 MOVE 総務部レコード
                   TO 総務バックアップレコード
                 WRITE 総務バックアップレコード
                 WRITE 世代レコード
                   FROM 総務バックアップレコード
             END-READ
           END-PERFORM.
           CLOSE 総務部ファイル.
           MOVE "TRL" TO トレーラ区分.
           MOVE 処理件数 TO トレーラ数値.
           MOVE 実行日 TO トレーラ取得日.
           MOVE 取得時分秒 TO トレーラ取得時刻.
           MOVE トレーラ編集
             TO 総務バックアップレコード.
           WRITE 総務バックアップレコード.
           WRITE 世代レコード
             FROM 総務バックアップレコード.
           CLOSE 総務バックアップ.
           CLOSE 世代ファイル.
           MOVE "S" TO 登録部署区分.
           PERFORM 世代台帳登録.
           PERFORM 検証報告.
           DISPLAY "総務アンロード件数:" 処理件数.
      *
       総務リロード－ＥＸ.
       EXIT.
      *
      ************************************************
       世代台帳登録           SECTION.
      ************************************************
      *
      *  今回のバックアップ世代を台帳へ追記する。台帳は取得
      *  順に並ぶ。同じ日の再取得は世代ファイルを上書きする
      *  ため、台帳では後の行が有効になる。
           OPEN EXTEND 世代台帳ファイル.
           IF 台帳状態 NOT = "00"
             THEN
               CLOSE 世代台帳ファイル
               OPEN OUTPUT 世代台帳ファイル
             ELSE
               CONTINUE
           END-IF.
           MOVE 登録部署区分 TO 台帳部署区分.
           MOVE 実行日     TO 台帳取得日.
           MOVE 取得時分秒 TO 台帳取得時刻.
           MOVE 処理件数   TO 台帳件数.
           MOVE 世代名     TO 台帳世代名.
           WRITE 世代台帳レコード.
           CLOSE 世代台帳ファイル.
           DISPLAY "バックアップ世代:" 世代名.
      *
       世代台帳登録－ＥＸ.
       EXIT.
      *
      ************************************************
       トレーラ突き合わせ     SECTION.
      ************************************************
