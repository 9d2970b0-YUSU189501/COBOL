       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            dbpro15.
      *  開示請求の成績表の追記。PRO2115が成績表待ちとして
      *  開示請求台帳(KAIJILOG2010)に残した請求について、照合
      *  した学籍番号ごとに成績表テーブル(seisekihyo)と科目別
      *  成績表(kamokuseiseki)の行を本人の開示報告書へ追記し、
      *  件数を加えて完了日を付ける。報告書が見当たらない請求
      *  は成績表待ちのまま残す。台帳は読み込んで書き戻す。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  開示請求台帳。
           SELECT 台帳ファイル ASSIGN TO
             "/home/suzuki/DATA/KAIJILOG2010"
             FILE STATUS IS 台帳状態.
      *  本人ごとの開示報告書。PRO2115の出力に追記する。
           SELECT 報告書ファイル ASSIGN TO DYNAMIC 報告書名
             FILE STATUS IS 報告書状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  台帳ファイル.
       01  台帳レコード.
           COPY CP082.
       FD  報告書ファイル.
       01  報告書レコード     PIC X(132).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 台帳状態          PIC X(2).
         03 報告書状態        PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
       01  報告書名           PIC X(60).
      *  開示請求台帳のテーブル。
       01  台帳テーブルエリア.
         03 台帳件数          PIC 9(4) VALUE ZERO.
         03 台帳番号          PIC 9(4).
         03 台帳エントリ      OCCURS 5000 TIMES.
           05 表台帳レコード  PIC X(150).
       01  学籍番号位置       PIC 9(1).
      *  請求1件と実行全体の集計。
       01  追記件数           PIC 9(5).
       01  集計エリア.
         03 完了件数          PIC 9(4) VALUE ZERO.
         03 保留件数          PIC 9(4) VALUE ZERO.
       01  得点表示           PIC ZZZ9.
       01  報告書行           PIC X(132).
      *  異常終了ログ呼出し(SUB9000)への引き渡し情報。
       01  異常終了情報.
           COPY CP010.
      *** 1.ホスト変数の定義
      *  SQLエラー処理呼出し(SUB9100)への引き渡し情報。
       01  SQLエラー情報.
           COPY CP020.
      *  接続プロファイル呼出し(SUB9050)への引き渡し情報。
       01  接続プロファイル情報.
           COPY CP019.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *  接続情報はソースに持たず、SUB9050で実行時に取得する。
       01  DBNAME         PIC X(10).
       01  USERNAME       PIC X(10).
       01  PASSWORD       PIC X(10).
       01  SW-AREA.
         03 SW-NOTFOUND   PIC X(1) VALUE SPACE.
       01  CST-AREA.
         03 CST-1X        PIC X(1) VALUE "1".
         03 CST-SQL-NF    PIC S9(5) VALUE +100.
      *  照会する学籍番号。
       01  KEY-AREA.
         03 KEY-GAKUSEKINO PIC X(4).
       01  SEISEKIHYO.
         03 S-NENDO       PIC 9(4).
         03 S-GAKKI       PIC 9(1).
         03 GAKUSEKINO    PIC X(4).
         03 GAKUSEINAME   PIC X(40).
         03 SOUGOUSEISEKI PIC X(1).
      *  科目別成績表(kamokuseiseki)の1行分のホスト変数。
       01  KAMOKUSEISEKI.
         03 KS-NENDO        PIC 9(4).
         03 KS-GAKKI        PIC 9(1).
         03 KS-KAMOKUCODE   PIC 9(3).
         03 KS-TOKUTEN      PIC 9(4).
           EXEC SQL END DECLARE SECTION END-EXEC.
      *** 2.共通領域の定義
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       PROCEDURE              DIVISION.
      ************************************************
       開始                   SECTION.
      ************************************************
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
      ************************************************
       初期処理               SECTION.
      ************************************************
      *
           DISPLAY "***dbpro15 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           OPEN INPUT 台帳ファイル.
           IF 台帳状態 NOT = "00"
             THEN
               DISPLAY "開示請求台帳なし。"
               DISPLAY "***dbpro15 END***"
               GOBACK
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 台帳ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 台帳件数 < 5000
                   THEN
                     ADD 1 TO 台帳件数
                     MOVE 台帳レコード
                       TO 表台帳レコード(台帳件数)
                   ELSE
                     MOVE "DBPRO15" TO 発生プログラム名
                     MOVE 台帳状態 TO 入出力状態
                     MOVE "開示請求台帳の件数超過"
                       TO 異常終了メッセージ
                     PERFORM 異常終了処理
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 台帳ファイル.
      * データベースと接続
      * 接続情報をプロファイルから取得する。取得できなければ
      * 接続せずに異常終了させる。
           PERFORM SETSUZOKU-JOUHOU-SHUTOKU.
           EXEC SQL
             CONNECT :USERNAME IDENTIFIED BY
             :PASSWORD USING :DBNAME
           END-EXEC.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ************************************************
       SETSUZOKU-JOUHOU-SHUTOKU SECTION.
      *  データベース接続情報をプロファイルから取得する。
           CALL "SUB9050" USING 接続プロファイル情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "20" TO 接続結果状態
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 接続結果状態 NOT = "00"
             THEN
               MOVE "DBPRO15" TO 発生プログラム名
               MOVE 接続結果状態 TO 入出力状態
               MOVE "接続プロファイル取得異常"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               MOVE 接続DB名     TO DBNAME
               MOVE 接続利用者名 TO USERNAME
               MOVE 接続パスワード TO PASSWORD
           END-IF.
      *
       SETSUZOKU-JOUHOU-SHUTOKU-EX.
       EXIT.
      *
      ************************************************
       主処理                 SECTION.
      ************************************************
      *
           PERFORM VARYING 台帳番号 FROM 1 BY 1
             UNTIL 台帳番号 > 台帳件数
             MOVE 表台帳レコード(台帳番号)
               TO 台帳レコード
             IF 開示成績待ち
               THEN
                 PERFORM 請求追記
                 MOVE 台帳レコード
                   TO 表台帳レコード(台帳番号)
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ************************************************
       請求追記               SECTION.
      ************************************************
      *
      *  報告書へ学籍番号ごとの成績表を追記し、完了にする。
           MOVE SPACES TO 報告書名.
           STRING "/home/suzuki/DATA/" DELIMITED BY SIZE
                  開示出力名 DELIMITED BY SPACE
                  INTO 報告書名.
           OPEN EXTEND 報告書ファイル.
           IF 報告書状態 NOT = "00"
             THEN
               ADD 1 TO 保留件数
               DISPLAY "開示報告書なし:" 開示請求番号
               GO TO 請求追記－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE ZERO TO 追記件数.
           MOVE SPACES TO 報告書行.
           MOVE "[成績表]" TO 報告書行.
           WRITE 報告書レコード FROM 報告書行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING 学籍番号位置 FROM 1 BY 1
             UNTIL 学籍番号位置 > 3
             IF 開示学籍番号(学籍番号位置) NOT = SPACES
               THEN
                 MOVE 開示学籍番号(学籍番号位置)
                   TO KEY-GAKUSEKINO
                 PERFORM 成績表追記
                 PERFORM 科目別成績追記
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           ADD 追記件数 TO 開示件数.
           SET 開示完了 TO TRUE.
           MOVE 実行日 TO 開示完了日.
           MOVE SPACES TO 報告書行.
           STRING "開示件数:" DELIMITED BY SIZE
                  開示件数 DELIMITED BY SIZE
                  " 完了日:" DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO 報告書行.
           WRITE 報告書レコード FROM 報告書行
             AFTER 2 LINE
           END-WRITE.
           CLOSE 報告書ファイル.
           ADD 1 TO 完了件数.
           DISPLAY "開示完了:" 開示請求番号
                   " 件数:" 開示件数.
      *
       請求追記－ＥＸ.
       EXIT.
      *
      ************************************************
       成績表追記             SECTION.
      ************************************************
      *
      *  学期ごとの総合成績を年度・学期順に書く。
           MOVE SPACE TO SW-NOTFOUND.
           EXEC SQL
             DECLARE CRS01 CURSOR FOR
             SELECT nendo,gakki,gakusekino,
                    gakuseiname,sougouseiseki
             FROM seisekihyo
             WHERE gakusekino = :KEY-GAKUSEKINO
             ORDER BY nendo,gakki
           END-EXEC.
           EXEC SQL
             OPEN CRS01
           END-EXEC.
           PERFORM UNTIL SW-NOTFOUND = CST-1X
             EXEC SQL
               FETCH CRS01
               INTO :SEISEKIHYO
             END-EXEC
             EVALUATE TRUE
               WHEN SQLCODE = CST-SQL-NF
                 MOVE CST-1X TO SW-NOTFOUND
               WHEN SQLCODE < 0
                 MOVE "SEISEKIHYO FETCH" TO SQL処理名
                 PERFORM SQL-KEKKA-KAKUNIN
                 MOVE CST-1X TO SW-NOTFOUND
               WHEN OTHER
                 ADD 1 TO 追記件数
                 MOVE SPACES TO 報告書行
                 STRING "  seisekihyo 学籍番号:"
                        DELIMITED BY SIZE
                        GAKUSEKINO DELIMITED BY SIZE
                        " 年度:" DELIMITED BY SIZE
                        S-NENDO DELIMITED BY SIZE
                        " 学期:" DELIMITED BY SIZE
                        S-GAKKI DELIMITED BY SIZE
                        " 総合成績:" DELIMITED BY SIZE
                        SOUGOUSEISEKI DELIMITED BY SIZE
                        " 氏名:" DELIMITED BY SIZE
                        GAKUSEINAME DELIMITED BY SIZE
                        INTO 報告書行
                 WRITE 報告書レコード FROM 報告書行
             END-EVALUATE
           END-PERFORM.
           EXEC SQL
             CLOSE CRS01
           END-EXEC.
      *
       成績表追記－ＥＸ.
       EXIT.
      *
      ************************************************
       科目別成績追記         SECTION.
      ************************************************
      *
      *  科目ごとの得点を年度・学期・科目コード順に書く。
           MOVE SPACE TO SW-NOTFOUND.
           EXEC SQL
             DECLARE CRS02 CURSOR FOR
             SELECT nendo,gakki,kamokucode,tokuten
             FROM kamokuseiseki
             WHERE gakusekino = :KEY-GAKUSEKINO
             ORDER BY nendo,gakki,kamokucode
           END-EXEC.
           EXEC SQL
             OPEN CRS02
           END-EXEC.
           PERFORM UNTIL SW-NOTFOUND = CST-1X
             EXEC SQL
               FETCH CRS02
               INTO :KAMOKUSEISEKI
             END-EXEC
             EVALUATE TRUE
               WHEN SQLCODE = CST-SQL-NF
                 MOVE CST-1X TO SW-NOTFOUND
               WHEN SQLCODE < 0
                 MOVE "KAMOKUSEISEKI FETCH" TO SQL処理名
                 PERFORM SQL-KEKKA-KAKUNIN
                 MOVE CST-1X TO SW-NOTFOUND
               WHEN OTHER
                 ADD 1 TO 追記件数
                 MOVE KS-TOKUTEN TO 得点表示
                 MOVE SPACES TO 報告書行
                 STRING "  kamokuseiseki 学籍番号:"
                        DELIMITED BY SIZE
                        KEY-GAKUSEKINO DELIMITED BY SIZE
                        " 年度:" DELIMITED BY SIZE
                        KS-NENDO DELIMITED BY SIZE
                        " 学期:" DELIMITED BY SIZE
                        KS-GAKKI DELIMITED BY SIZE
                        " 科目コード:" DELIMITED BY SIZE
                        KS-KAMOKUCODE DELIMITED BY SIZE
                        " 得点:" DELIMITED BY SIZE
                        得点表示 DELIMITED BY SIZE
                        INTO 報告書行
                 WRITE 報告書レコード FROM 報告書行
             END-EVALUATE
           END-PERFORM.
           EXEC SQL
             CLOSE CRS02
           END-EXEC.
      *
       科目別成績追記－ＥＸ.
       EXIT.
      *
      ************************************************
       SQL-KEKKA-KAKUNIN      SECTION.
      ************************************************
      *  直前のSQL文の結果を共通エラールーチンで判定する。
      *  致命的エラーは終了させる。
           MOVE "DBPRO15" TO SQL発生プログラム名.
           MOVE SQLCODE  TO SQLコード値.
           MOVE SQLSTATE TO SQL状態値.
           CALL "SUB9100" USING SQLエラー情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF SQL処置コード = 2
             THEN
               DISPLAY "SQL致命的エラーで終了します。"
               STOP RUN
             ELSE
               CONTINUE
           END-IF.
      *
       SQL-KEKKA-KAKUNIN-EX.
       EXIT.
      *
      ************************************************
       終了処理               SECTION.
      ************************************************
      *
      *  完了にした請求を反映して台帳を書き戻す。
           OPEN OUTPUT 台帳ファイル.
           IF 台帳状態 NOT = "00"
             THEN
               MOVE "DBPRO15" TO 発生プログラム名
               MOVE 台帳状態 TO 入出力状態
               MOVE "開示請求台帳の書き戻しエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING 台帳番号 FROM 1 BY 1
             UNTIL 台帳番号 > 台帳件数
             WRITE 台帳レコード
               FROM 表台帳レコード(台帳番号)
           END-PERFORM.
           CLOSE 台帳ファイル.
           DISPLAY "完了:" 完了件数
                   " 報告書なし:" 保留件数.
      *
           DISPLAY "***dbpro15 END***".
      *
       終了処理－ＥＸ.
       EXIT.
      *
      ************************************************
       異常終了処理           SECTION.
      ************************************************
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
