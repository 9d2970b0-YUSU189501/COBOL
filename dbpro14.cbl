       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            dbpro14.
      *  入試成績と入学後成績の相関分析レポート。受験者対応
      *  ファイル(JUKENTAIOU2001)で試験結果ファイル(SHIKENKEKKA)
      *  の受験者を学籍番号に結び付け、成績表テーブル
      *  (seisekihyo)の全学期の総合成績から学生ごとの通算GPA
      *  (dbpro08と同じA=4 B=3 C=2 D=1の学期平均)を求める。
      *  午前・午後1・午後2・論述・平均点の科目ごとにGPAとの
      *  相関係数を、平均点の四分位ごとにGPAの分布を相関分析
      *  レポート(SOUKANRPT2001)へ書く。平均点からGPAへの回帰
      *  直線の予測と実際のGPAとが乖離幅以上離れた学生は乖離
      *  学生一覧(SOUKANKAIRI2001)へ抜き出す。入学年度と乖離幅
      *  は分析指定(SOUKANPRM2001)で指定でき、無ければ全入学
      *  年度・乖離幅1.00とする。入試委員会の年次検証に使う。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  受験者ID・試験回と学籍番号の対応。
           SELECT 受験者対応ファイル ASSIGN TO
             "/home/suzuki/DATA/JUKENTAIOU2001"
             FILE STATUS IS 対応状態.
           SELECT 試験結果ファイル ASSIGN TO
             "/home/suzuki/DATA/SHIKENKEKKA"
             FILE STATUS IS 結果状態.
      *  対象の入学年度と乖離幅の指定。無くてもよい。
           SELECT 分析指定ファイル ASSIGN TO
             "/home/suzuki/DATA/SOUKANPRM2001"
             FILE STATUS IS 指定状態.
      *  委員会向けの相関分析レポート。
           SELECT 分析レポートファイル ASSIGN TO
             "/home/suzuki/DATA/SOUKANRPT2001"
             FILE STATUS IS レポート状態.
      *  予測から大きく外れた学生の一覧。
           SELECT 乖離一覧ファイル ASSIGN TO
             "/home/suzuki/DATA/SOUKANKAIRI2001"
             FILE STATUS IS 乖離状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  受験者対応ファイル.
       01  受験者対応レコード.
           COPY CP055.
       FD  試験結果ファイル.
       01  試験結果レコード.
           COPY CP008.
      *  指定入学年度ゼロは全入学年度。乖離幅ゼロは1.00。
       FD  分析指定ファイル.
       01  分析指定レコード.
         03 指定入学年度      PIC 9(4).
         03 指定乖離幅        PIC 9V99.
       FD  分析レポートファイル.
       01  分析レポートレコード PIC X(80).
       FD  乖離一覧ファイル.
       01  乖離一覧レコード   PIC X(100).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 対応状態          PIC X(2).
         03 結果状態          PIC X(2).
         03 指定状態          PIC X(2).
         03 レポート状態      PIC X(2).
         03 乖離状態          PIC X(2).
       01  実行日             PIC 9(8).
       01  対象入学年度       PIC 9(4) VALUE ZERO.
       01  乖離幅             PIC 9V99 VALUE 1.00.
      *  分析対象の学生テーブル。得点は1:午前 2:午後1 3:午後2
      *  4:論述 5:平均点。
       01  対象テーブルエリア.
         03 対象件数          PIC 9(3) VALUE ZERO.
         03 対象番号          PIC 9(3).
         03 比較番号          PIC 9(3).
         03 有効件数          PIC 9(3).
         03 対象エントリ      OCCURS 500 TIMES.
           05 表学籍番号      PIC X(4).
           05 表試験回        PIC 9(2).
           05 表受験者ID      PIC X(6).
           05 表入学年度      PIC 9(4).
           05 表氏名          PIC X(40).
           05 表得点          PIC 9(4) OCCURS 5 TIMES.
           05 表得点有無      PIC X(1).
           05 表ＧＰＡ合計    PIC 9(3).
           05 表学期数        PIC 9(2).
           05 表ＧＰＡ        PIC 9V99.
           05 表四分位        PIC 9(1).
           05 表予測ＧＰＡ    PIC S9V99.
           05 表乖離          PIC S9V99.
       01  入替エントリ       PIC X(92).
      *  科目ごとの相関集計。
       01  相関集計エリア.
         03 科番              PIC 9(1).
         03 Ｙ合計            PIC 9(5)V99.
         03 Ｙ二乗合計        PIC 9(7)V9(4).
         03 科目相関          OCCURS 5 TIMES.
           05 表Ｘ合計        PIC 9(9).
           05 表Ｘ二乗合計    PIC 9(13).
           05 表ＸＹ合計      PIC 9(11)V99.
           05 表Ｘ分散項      PIC S9(15).
           05 表共分散項      PIC S9(15)V99.
           05 表相関係数      PIC S9V9(4).
           05 表相関有無      PIC X(1).
       01  Ｙ分散項           PIC S9(11)V9(4).
       01  Ｘ平方根           PIC 9(9)V9(4).
       01  Ｙ平方根           PIC 9(6)V9(4).
      *  平均点からGPAを予測する回帰直線。
       01  回帰傾き           PIC S9(3)V9(8).
       01  回帰切片           PIC S9(5)V9(6).
       01  予測ワーク         PIC S9(5)V9(4).
       01  ＧＰＡワーク       PIC 9(1).
      *  四分位ごとのGPA分布。帯は1:1.00未満 2:2.00未満
      *  3:3.00未満 4:3.00以上。
       01  四分位エリア.
         03 四分位番号        PIC 9(1).
         03 帯番号            PIC 9(1).
         03 四分位明細        OCCURS 4 TIMES.
           05 表四分位件数    PIC 9(4).
           05 表最低点        PIC 9(4).
           05 表最高点        PIC 9(4).
           05 表四分位ＧＰＡ  PIC 9(5)V99.
           05 表帯件数        PIC 9(4) OCCURS 4 TIMES.
       01  平均ＧＰＡ         PIC 9V99.
      *  件数集計。
       01  集計エリア.
         03 対応件数          PIC 9(5) VALUE ZERO.
         03 年度外件数        PIC 9(5) VALUE ZERO.
         03 結果なし件数      PIC 9(5) VALUE ZERO.
         03 成績なし件数      PIC 9(5) VALUE ZERO.
         03 乖離件数          PIC 9(5) VALUE ZERO.
       01  科目名表示         PIC X(8).
       01  相関表示           PIC -9.9999.
       01  ＧＰＡ表示         PIC 9.99.
       01  予測表示           PIC 9.99.
       01  乖離表示           PIC -9.99.
       01  件数表示           PIC ZZZ9.
       01  得点表示           PIC ZZZ9.
       01  出力行             PIC X(100).
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
       01  SEISEKIHYO.
         03 GAKUSEKINO    PIC X(4).
         03 GAKUSEINAME   PIC X(40).
         03 SOUGOUSEISEKI PIC X(1).
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
           DISPLAY "***dbpro14 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           INITIALIZE 相関集計エリア.
           INITIALIZE 四分位エリア.
      * 分析指定があれば入学年度と乖離幅を採る。
           OPEN INPUT 分析指定ファイル.
           IF 指定状態 = "00"
             THEN
               READ 分析指定ファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   IF 指定入学年度 IS NUMERIC
                     THEN
                       MOVE 指定入学年度 TO 対象入学年度
                     ELSE
                       CONTINUE
                   END-IF
                   IF 指定乖離幅 IS NUMERIC
                      AND 指定乖離幅 > ZERO
                     THEN
                       MOVE 指定乖離幅 TO 乖離幅
                     ELSE
                       CONTINUE
                   END-IF
               END-READ
               CLOSE 分析指定ファイル
             ELSE
               CONTINUE
           END-IF.
      *
           PERFORM 受験者対応読込.
           PERFORM 試験結果読込.
      *
           OPEN OUTPUT 分析レポートファイル.
           OPEN OUTPUT 乖離一覧ファイル.
           IF レポート状態 NOT = "00"
              OR 乖離状態 NOT = "00"
             THEN
               MOVE "DBPRO14" TO 発生プログラム名
               MOVE レポート状態 TO 入出力状態
               MOVE "分析レポートのオープンエラー"
                 TO 異常終了メッセージ
               CALL "SUB9000" USING 異常終了情報
                 ON EXCEPTION
                   DISPLAY "サブルーチン呼出し失敗"
                 NOT ON EXCEPTION
                   CONTINUE
               END-CALL
               DISPLAY "オープンエラー。"
               STOP RUN
             ELSE
               CONTINUE
           END-IF.
      * データベースと接続
      * 接続情報をプロファイルから取得する。取得できなければ
      * 接続せずに異常終了させる。
           PERFORM SETSUZOKU-JOUHOU-SHUTOKU.
           EXEC SQL
             CONNECT :USERNAME IDENTIFIED BY
             :PASSWORD USING :DBNAME
           END-EXEC.
      * 全学期の総合成績を学生ごとに積み上げる。
           PERFORM SEISEKI-YOMIKOMI.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ************************************************
       受験者対応読込         SECTION.
      ************************************************
      *
      *  受験者対応が無ければ結び付けられないので異常終了
      *  させる。指定入学年度以外の学生は読み飛ばす。
           OPEN INPUT 受験者対応ファイル.
           IF 対応状態 NOT = "00"
             THEN
               MOVE "DBPRO14" TO 発生プログラム名
               MOVE 対応状態 TO 入出力状態
               MOVE "受験者対応のオープンエラー"
                 TO 異常終了メッセージ
               CALL "SUB9000" USING 異常終了情報
                 ON EXCEPTION
                   DISPLAY "サブルーチン呼出し失敗"
                 NOT ON EXCEPTION
                   CONTINUE
               END-CALL
               DISPLAY "受験者対応がありません。"
               STOP RUN
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 対応状態 NOT = "00"
             READ 受験者対応ファイル
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1 TO 対応件数
                 IF 対象入学年度 NOT = ZERO
                    AND 対応入学年度 NOT = 対象入学年度
                   THEN
                     ADD 1 TO 年度外件数
                   ELSE
                     PERFORM 対応1件登録
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 受験者対応ファイル.
      *
       受験者対応読込－ＥＸ.
       EXIT.
      *
      ************************************************
       対応1件登録            SECTION.
      ************************************************
      *
           IF 対象件数 NOT < 500
             THEN
               MOVE "DBPRO14" TO 発生プログラム名
               MOVE "00" TO 入出力状態
               MOVE "受験者対応テーブル上限超過"
                 TO 異常終了メッセージ
               CALL "SUB9000" USING 異常終了情報
                 ON EXCEPTION
                   DISPLAY "サブルーチン呼出し失敗"
                 NOT ON EXCEPTION
                   CONTINUE
               END-CALL
               DISPLAY "受験者対応上限超過。"
               STOP RUN
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 対象件数.
           INITIALIZE 対象エントリ(対象件数).
           MOVE 対応学籍番号 TO 表学籍番号(対象件数).
           MOVE 対応試験回 TO 表試験回(対象件数).
           MOVE 対応受験者ID TO 表受験者ID(対象件数).
           MOVE 対応入学年度 TO 表入学年度(対象件数).
           MOVE "N" TO 表得点有無(対象件数).
      *
       対応1件登録－ＥＸ.
       EXIT.
      *
      ************************************************
       試験結果読込           SECTION.
      ************************************************
      *
      *  対応のある受験者の4科目と平均点を採る。欠席者は
      *  得点が無いものとして扱う。
           OPEN INPUT 試験結果ファイル.
           IF 結果状態 NOT = "00"
             THEN
               MOVE "DBPRO14" TO 発生プログラム名
               MOVE 結果状態 TO 入出力状態
               MOVE "試験結果ファイルのオープンエラー"
                 TO 異常終了メッセージ
               CALL "SUB9000" USING 異常終了情報
                 ON EXCEPTION
                   DISPLAY "サブルーチン呼出し失敗"
                 NOT ON EXCEPTION
                   CONTINUE
               END-CALL
               DISPLAY "試験結果ファイルがありません。"
               STOP RUN
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 結果状態 NOT = "00"
             READ 試験結果ファイル
               AT END
                 CONTINUE
               NOT AT END
                 IF 欠席者 OF 試験結果レコード
                   THEN
                     CONTINUE
                   ELSE
                     PERFORM 得点登録
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 試験結果ファイル.
      *
       試験結果読込－ＥＸ.
       EXIT.
      *
      ************************************************
       得点登録               SECTION.
      ************************************************
      *
           PERFORM VARYING 対象番号 FROM 1 BY 1
             UNTIL 対象番号 > 対象件数
             IF 表試験回(対象番号) =
                試験回 OF 試験結果レコード
                AND 表受験者ID(対象番号) =
                    受験者ID OF 試験結果レコード
               THEN
                 MOVE 午前 OF 試験結果レコード
                   TO 表得点(対象番号 1)
                 MOVE 午後1 OF 試験結果レコード
                   TO 表得点(対象番号 2)
                 MOVE 午後2 OF 試験結果レコード
                   TO 表得点(対象番号 3)
                 MOVE 論述 OF 試験結果レコード
                   TO 表得点(対象番号 4)
                 MOVE 平均点 OF 試験結果レコード
                   TO 表得点(対象番号 5)
                 MOVE "Y" TO 表得点有無(対象番号)
                 MOVE 対象件数 TO 対象番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       得点登録－ＥＸ.
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
               MOVE "DBPRO14" TO 発生プログラム名
               MOVE 接続結果状態 TO 入出力状態
               MOVE "接続プロファイル取得異常"
                 TO 異常終了メッセージ
               CALL "SUB9000" USING 異常終了情報
                 ON EXCEPTION
                   DISPLAY "サブルーチン呼出し失敗"
                 NOT ON EXCEPTION
                   CONTINUE
               END-CALL
               DISPLAY "接続プロファイル取得異常。"
               STOP RUN
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
       SQL-KEKKA-KAKUNIN      SECTION.
      ************************************************
      *
      *  直前のSQL文の結果を共通エラールーチンで判定する。
      *  致命的エラーはROLLBACKして終了させる。
           MOVE "DBPRO14" TO SQL発生プログラム名.
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
               EXEC SQL
                 ROLLBACK
               END-EXEC
               DISPLAY "SQL致命的エラーのため終了。"
               STOP RUN
             ELSE
               CONTINUE
           END-IF.
      *
       SQL-KEKKA-KAKUNIN-EX.
       EXIT.
      *
      ************************************************
       SEISEKI-YOMIKOMI       SECTION.
      ************************************************
      *
      *  成績表の全学期の総合成績を読み、対象学生のGPA合計と
      *  学期数に積み上げる。
           MOVE SPACE TO SW-NOTFOUND.
           EXEC SQL
             DECLARE CRS01 CURSOR FOR
             SELECT gakusekino,gakuseiname,sougouseiseki
             FROM seisekihyo
             ORDER BY gakusekino,nendo,gakki
           END-EXEC.
           EXEC SQL
             OPEN CRS01
           END-EXEC.
           MOVE 99 TO SQL再試行回数.
           MOVE "カーソルオープン" TO SQL処理名.
           PERFORM SQL-KEKKA-KAKUNIN.
           PERFORM UNTIL SW-NOTFOUND = CST-1X
             EXEC SQL
               FETCH CRS01
               INTO :SEISEKIHYO
             END-EXEC
             IF SQLCODE = CST-SQL-NF
               THEN
                 MOVE CST-1X TO SW-NOTFOUND
               ELSE
                 PERFORM 学期ＧＰＡ積み上げ
             END-IF
           END-PERFORM.
           EXEC SQL
             CLOSE CRS01
           END-EXEC.
      *
       SEISEKI-YOMIKOMI-EX.
       EXIT.
      *
      ************************************************
       学期ＧＰＡ積み上げ     SECTION.
      ************************************************
      *
           EVALUATE SOUGOUSEISEKI
             WHEN "A"
               MOVE 4 TO ＧＰＡワーク
             WHEN "B"
               MOVE 3 TO ＧＰＡワーク
             WHEN "C"
               MOVE 2 TO ＧＰＡワーク
             WHEN "D"
               MOVE 1 TO ＧＰＡワーク
             WHEN OTHER
               MOVE ZERO TO ＧＰＡワーク
           END-EVALUATE.
           PERFORM VARYING 対象番号 FROM 1 BY 1
             UNTIL 対象番号 > 対象件数
             IF 表学籍番号(対象番号) = GAKUSEKINO
               THEN
                 ADD ＧＰＡワーク
                   TO 表ＧＰＡ合計(対象番号)
                 ADD 1 TO 表学期数(対象番号)
                 MOVE GAKUSEINAME TO 表氏名(対象番号)
                 MOVE 対象件数 TO 対象番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       学期ＧＰＡ積み上げ－ＥＸ.
       EXIT.
      *
      ************************************************
       主処理                 SECTION.
      ************************************************
      *
      *  入試の得点と入学後の成績の両方がそろった学生だけを
      *  テーブルの前に詰めて分析対象とする。
           MOVE ZERO TO 有効件数.
           PERFORM VARYING 対象番号 FROM 1 BY 1
             UNTIL 対象番号 > 対象件数
             EVALUATE TRUE
               WHEN 表得点有無(対象番号) NOT = "Y"
                 ADD 1 TO 結果なし件数
               WHEN 表学期数(対象番号) = ZERO
                 ADD 1 TO 成績なし件数
               WHEN OTHER
                 ADD 1 TO 有効件数
                 COMPUTE 表ＧＰＡ(対象番号) ROUNDED =
                   表ＧＰＡ合計(対象番号)
                   / 表学期数(対象番号)
                 MOVE 対象エントリ(対象番号)
                   TO 対象エントリ(有効件数)
             END-EVALUATE
           END-PERFORM.
           PERFORM 見出し出力.
           IF 有効件数 < 2
             THEN
               MOVE SPACES TO 出力行
               STRING "分析対象が2名未満のため"
                      DELIMITED BY SIZE
                      "分析できません。" DELIMITED BY SIZE
                      INTO 出力行
               WRITE 分析レポートレコード FROM 出力行
                 AFTER 2 LINE
               END-WRITE
               GO TO 主処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM 相関算出.
           PERFORM 相関出力.
           PERFORM 四分位集計.
           PERFORM 四分位出力.
           PERFORM 乖離抽出.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ************************************************
       見出し出力             SECTION.
      ************************************************
      *
           MOVE SPACES TO 出力行.
           STRING "入試成績と入学後GPAの相関分析"
                  DELIMITED BY SIZE
                  " 実行日:" DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 分析レポートレコード FROM 出力行.
           MOVE SPACES TO 出力行.
           IF 対象入学年度 = ZERO
             THEN
               MOVE "対象入学年度:全年度" TO 出力行
             ELSE
               STRING "対象入学年度:" DELIMITED BY SIZE
                      対象入学年度 DELIMITED BY SIZE
                      INTO 出力行
           END-IF.
           WRITE 分析レポートレコード FROM 出力行.
           MOVE SPACES TO 出力行.
           STRING "対応:" DELIMITED BY SIZE
                  対応件数 DELIMITED BY SIZE
                  " 分析対象:" DELIMITED BY SIZE
                  有効件数 DELIMITED BY SIZE
                  " 試験結果なし:" DELIMITED BY SIZE
                  結果なし件数 DELIMITED BY SIZE
                  " 成績なし:" DELIMITED BY SIZE
                  成績なし件数 DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 分析レポートレコード FROM 出力行.
      *
       見出し出力－ＥＸ.
       EXIT.
      *
      ************************************************
       相関算出               SECTION.
      ************************************************
      *
      *  科目ごとに得点とGPAのピアソン相関係数を求める。
      *  r = (nΣxy-ΣxΣy) / √(nΣx²-(Σx)²)√(nΣy²-(Σy)²)
           PERFORM VARYING 対象番号 FROM 1 BY 1
             UNTIL 対象番号 > 有効件数
             ADD 表ＧＰＡ(対象番号) TO Ｙ合計
             COMPUTE Ｙ二乗合計 = Ｙ二乗合計
               + 表ＧＰＡ(対象番号) * 表ＧＰＡ(対象番号)
             PERFORM VARYING 科番 FROM 1 BY 1
               UNTIL 科番 > 5
               ADD 表得点(対象番号 科番)
                 TO 表Ｘ合計(科番)
               COMPUTE 表Ｘ二乗合計(科番) =
                 表Ｘ二乗合計(科番)
                 + 表得点(対象番号 科番)
                   * 表得点(対象番号 科番)
               COMPUTE 表ＸＹ合計(科番) =
                 表ＸＹ合計(科番)
                 + 表得点(対象番号 科番)
                   * 表ＧＰＡ(対象番号)
             END-PERFORM
           END-PERFORM.
           COMPUTE Ｙ分散項 =
             有効件数 * Ｙ二乗合計 - Ｙ合計 * Ｙ合計.
           PERFORM VARYING 科番 FROM 1 BY 1
             UNTIL 科番 > 5
             COMPUTE 表Ｘ分散項(科番) =
               有効件数 * 表Ｘ二乗合計(科番)
               - 表Ｘ合計(科番) * 表Ｘ合計(科番)
             COMPUTE 表共分散項(科番) =
               有効件数 * 表ＸＹ合計(科番)
               - 表Ｘ合計(科番) * Ｙ合計
             IF 表Ｘ分散項(科番) > ZERO
                AND Ｙ分散項 > ZERO
               THEN
                 COMPUTE Ｘ平方根 = 表Ｘ分散項(科番) ** 0.5
                 COMPUTE Ｙ平方根 = Ｙ分散項 ** 0.5
                 COMPUTE 表相関係数(科番) ROUNDED =
                   表共分散項(科番)
                   / (Ｘ平方根 * Ｙ平方根)
                 MOVE "Y" TO 表相関有無(科番)
               ELSE
                 MOVE "N" TO 表相関有無(科番)
             END-IF
           END-PERFORM.
      *
       相関算出－ＥＸ.
       EXIT.
      *
      ************************************************
       相関出力               SECTION.
      ************************************************
      *
           MOVE "1.科目別の相関係数(得点と通算GPA)"
             TO 出力行.
           WRITE 分析レポートレコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING 科番 FROM 1 BY 1
             UNTIL 科番 > 5
             PERFORM 科目名編集
             MOVE SPACES TO 出力行
             MOVE 科目名表示 TO 出力行(3:8)
             IF 表相関有無(科番) = "Y"
               THEN
                 MOVE 表相関係数(科番) TO 相関表示
                 MOVE 相関表示 TO 出力行(13:7)
                 EVALUATE TRUE
                   WHEN 表相関係数(科番) NOT < 0.7
                     MOVE "強い正の相関" TO 出力行(22:18)
                   WHEN 表相関係数(科番) NOT < 0.4
                     MOVE "中程度の正の相関" TO 出力行(22:24)
                   WHEN 表相関係数(科番) NOT < 0.2
                     MOVE "弱い正の相関" TO 出力行(22:18)
                   WHEN 表相関係数(科番) > -0.2
                     MOVE "ほぼ相関なし" TO 出力行(22:18)
                   WHEN OTHER
                     MOVE "負の相関" TO 出力行(22:12)
                 END-EVALUATE
               ELSE
                 MOVE "算出不可(得点またはGPAが一定)"
                   TO 出力行(13:42)
             END-IF
             WRITE 分析レポートレコード FROM 出力行
           END-PERFORM.
      *
       相関出力－ＥＸ.
       EXIT.
      *
      ************************************************
       科目名編集             SECTION.
      ************************************************
      *
           EVALUATE 科番
             WHEN 1
               MOVE "午前" TO 科目名表示
             WHEN 2
               MOVE "午後1" TO 科目名表示
             WHEN 3
               MOVE "午後2" TO 科目名表示
             WHEN 4
               MOVE "論述" TO 科目名表示
             WHEN OTHER
               MOVE "平均点" TO 科目名表示
           END-EVALUATE.
      *
       科目名編集－ＥＸ.
       EXIT.
      *
      ************************************************
       四分位集計             SECTION.
      ************************************************
      *
      *  平均点の昇順に並べ、順位で4等分する。件数が少ない
      *  ので単純な交換法で並べ替える。1が下位25%、4が上位
      *  25%となる。
           PERFORM VARYING 対象番号 FROM 1 BY 1
             UNTIL 対象番号 >= 有効件数
             PERFORM VARYING 比較番号 FROM 対象番号 BY 1
               UNTIL 比較番号 > 有効件数
               IF 表得点(比較番号 5) < 表得点(対象番号 5)
                 THEN
                   MOVE 対象エントリ(対象番号)
                     TO 入替エントリ
                   MOVE 対象エントリ(比較番号)
                     TO 対象エントリ(対象番号)
                   MOVE 入替エントリ
                     TO 対象エントリ(比較番号)
                 ELSE
                   CONTINUE
               END-IF
             END-PERFORM
           END-PERFORM.
           PERFORM VARYING 対象番号 FROM 1 BY 1
             UNTIL 対象番号 > 有効件数
             COMPUTE 四分位番号 =
               (対象番号 - 1) * 4 / 有効件数 + 1
             MOVE 四分位番号 TO 表四分位(対象番号)
             IF 表四分位件数(四分位番号) = ZERO
               THEN
                 MOVE 表得点(対象番号 5)
                   TO 表最低点(四分位番号)
               ELSE
                 CONTINUE
             END-IF
             MOVE 表得点(対象番号 5)
               TO 表最高点(四分位番号)
             ADD 1 TO 表四分位件数(四分位番号)
             ADD 表ＧＰＡ(対象番号)
               TO 表四分位ＧＰＡ(四分位番号)
             EVALUATE TRUE
               WHEN 表ＧＰＡ(対象番号) < 1
                 MOVE 1 TO 帯番号
               WHEN 表ＧＰＡ(対象番号) < 2
                 MOVE 2 TO 帯番号
               WHEN 表ＧＰＡ(対象番号) < 3
                 MOVE 3 TO 帯番号
               WHEN OTHER
                 MOVE 4 TO 帯番号
             END-EVALUATE
             ADD 1 TO 表帯件数(四分位番号 帯番号)
           END-PERFORM.
      *
       四分位集計－ＥＸ.
       EXIT.
      *
      ************************************************
       四分位出力             SECTION.
      ************************************************
      *
           MOVE "2.入試平均点の四分位別GPA分布"
             TO 出力行.
           WRITE 分析レポートレコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 出力行.
           STRING "  四分位 平均点範囲 人数 平均GPA "
                  DELIMITED BY SIZE
                  " <1.00 <2.00 <3.00 3.00-" DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 分析レポートレコード FROM 出力行.
           PERFORM VARYING 四分位番号 FROM 1 BY 1
             UNTIL 四分位番号 > 4
             MOVE SPACES TO 出力行
             MOVE 四分位番号 TO 出力行(6:1)
             IF 表四分位件数(四分位番号) = ZERO
               THEN
                 MOVE "該当なし" TO 出力行(12:12)
               ELSE
                 MOVE 表最低点(四分位番号) TO 得点表示
                 MOVE 得点表示 TO 出力行(12:4)
                 MOVE "-" TO 出力行(16:1)
                 MOVE 表最高点(四分位番号) TO 得点表示
                 MOVE 得点表示 TO 出力行(17:4)
                 MOVE 表四分位件数(四分位番号)
                   TO 件数表示
                 MOVE 件数表示 TO 出力行(23:4)
                 COMPUTE 平均ＧＰＡ ROUNDED =
                   表四分位ＧＰＡ(四分位番号)
                   / 表四分位件数(四分位番号)
                 MOVE 平均ＧＰＡ TO ＧＰＡ表示
                 MOVE ＧＰＡ表示 TO 出力行(30:4)
                 PERFORM VARYING 帯番号 FROM 1 BY 1
                   UNTIL 帯番号 > 4
                   MOVE 表帯件数(四分位番号 帯番号)
                     TO 件数表示
                   MOVE 件数表示
                     TO 出力行(帯番号 * 6 + 32:4)
                 END-PERFORM
             END-IF
             WRITE 分析レポートレコード FROM 出力行
           END-PERFORM.
           MOVE "  (四分位1が下位25%、4が上位25%)"
             TO 出力行.
           WRITE 分析レポートレコード FROM 出力行.
      *
       四分位出力－ＥＸ.
       EXIT.
      *
      ************************************************
       乖離抽出               SECTION.
      ************************************************
      *
      *  平均点からGPAを予測する最小二乗の回帰直線を引き、
      *  予測との差が乖離幅以上の学生を抜き出す。予測は
      *  GPAの範囲(0.00-4.00)に収める。
           IF 表Ｘ分散項(5) = ZERO
             THEN
               MOVE SPACES TO 出力行
               STRING "平均点が一定のため"
                      DELIMITED BY SIZE
                      "乖離を判定できません。"
                      DELIMITED BY SIZE
                      INTO 出力行
               WRITE 分析レポートレコード FROM 出力行
                 AFTER 2 LINE
               END-WRITE
               GO TO 乖離抽出－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           COMPUTE 回帰傾き ROUNDED =
             表共分散項(5) / 表Ｘ分散項(5).
           COMPUTE 回帰切片 ROUNDED =
             (Ｙ合計 - 回帰傾き * 表Ｘ合計(5))
             / 有効件数.
           MOVE SPACES TO 出力行.
           STRING "乖離学生一覧 乖離幅:" DELIMITED BY SIZE
                  乖離幅 DELIMITED BY SIZE
                  " 実行日:" DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 乖離一覧レコード FROM 出力行.
           MOVE SPACES TO 出力行.
           STRING "学籍 四分位 平均点 GPA  予測 "
                  DELIMITED BY SIZE
                  "乖離  区分    氏名" DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 乖離一覧レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING 対象番号 FROM 1 BY 1
             UNTIL 対象番号 > 有効件数
             COMPUTE 予測ワーク ROUNDED =
               回帰切片 + 回帰傾き * 表得点(対象番号 5)
             EVALUATE TRUE
               WHEN 予測ワーク < ZERO
                 MOVE ZERO TO 予測ワーク
               WHEN 予測ワーク > 4
                 MOVE 4 TO 予測ワーク
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
             COMPUTE 表予測ＧＰＡ(対象番号) ROUNDED =
               予測ワーク
             COMPUTE 表乖離(対象番号) =
               表ＧＰＡ(対象番号)
               - 表予測ＧＰＡ(対象番号)
             IF 表乖離(対象番号) NOT < 乖離幅
                OR 表乖離(対象番号) NOT > 0 - 乖離幅
               THEN
                 PERFORM 乖離行出力
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           MOVE SPACES TO 出力行.
           STRING "乖離学生:" DELIMITED BY SIZE
                  乖離件数 DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 乖離一覧レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 出力行.
           STRING "3.予測から乖離幅以上離れた学生:"
                  DELIMITED BY SIZE
                  乖離件数 DELIMITED BY SIZE
                  "名(SOUKANKAIRI2001参照)" DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 分析レポートレコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
      *
       乖離抽出－ＥＸ.
       EXIT.
      *
      ************************************************
       乖離行出力             SECTION.
      ************************************************
      *
           ADD 1 TO 乖離件数.
           MOVE SPACES TO 出力行.
           MOVE 表学籍番号(対象番号) TO 出力行(1:4).
           MOVE 表四分位(対象番号) TO 出力行(9:1).
           MOVE 表得点(対象番号 5) TO 得点表示.
           MOVE 得点表示 TO 出力行(14:4).
           MOVE 表ＧＰＡ(対象番号) TO ＧＰＡ表示.
           MOVE ＧＰＡ表示 TO 出力行(19:4).
           MOVE 表予測ＧＰＡ(対象番号) TO 予測表示.
           MOVE 予測表示 TO 出力行(24:4).
           MOVE 表乖離(対象番号) TO 乖離表示.
           MOVE 乖離表示 TO 出力行(29:5).
           IF 表乖離(対象番号) > ZERO
             THEN
               MOVE "予測超" TO 出力行(35:9)
             ELSE
               MOVE "予測未達" TO 出力行(35:12)
           END-IF.
           MOVE 表氏名(対象番号) TO 出力行(48:40).
           WRITE 乖離一覧レコード FROM 出力行.
      *
       乖離行出力－ＥＸ.
       EXIT.
      *
      ************************************************
       終了処理               SECTION.
      ************************************************
      *
           CLOSE 分析レポートファイル.
           CLOSE 乖離一覧ファイル.
           DISPLAY "対応:" 対応件数
                   " 分析対象:" 有効件数
                   " 乖離:" 乖離件数.
      *
           DISPLAY "***dbpro14 END***".
      *
       終了処理－ＥＸ.
       EXIT.
      *
