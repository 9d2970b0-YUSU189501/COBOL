       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            dbpro13.
      *  奨学金の学期末継続審査バッチ。奨学生マスタ
      *  (SHOGAKUSEI2001)の奨学生ごとに、成績表テーブル
      *  (seisekihyo)の当学期GPA(dbpro08と同じA=4 B=3 C=2
      *  D=1)、出欠ファイル(SHUKKETSU2001)の全科目通算の
      *  出席率、学生マスタ(GAKUSEIMASTER)の在籍状況を、奨学金
      *  種別ごとの継続基準(SHOGAKUKIJUN2001)と照らして継続・
      *  警告・停止に分ける。結果は委員会向けの審査一覧
      *  (SHOGAKUSHINSA2001)と、警告・停止の学生あての通知
      *  (SHOGAKUTSUCHI2001)に書き、奨学生マスタの審査結果と
      *  連続警告回数を更新する。停止済みの奨学生は審査しない。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  処理対象の年度・学期を指定する学期制御ファイル。
           SELECT 学期制御ファイル ASSIGN TO
             "/home/suzuki/DATA/GAKKI2001"
             FILE STATUS IS 学期制御状態.
      *  奨学生マスタ。テーブルへ読み込み、審査結果を書き戻す。
           SELECT 奨学生マスタファイル ASSIGN TO
             "/home/suzuki/DATA/SHOGAKUSEI2001"
             FILE STATUS IS 奨学生状態.
      *  奨学金種別ごとの継続基準。
           SELECT 継続基準ファイル ASSIGN TO
             "/home/suzuki/DATA/SHOGAKUKIJUN2001"
             FILE STATUS IS 基準状態.
      *  学籍番号・氏名・在籍状況の学生マスタ。休学・退学者の
      *  支給を停止するために突き合わせる。
           SELECT 学生マスタファイル ASSIGN TO
             "/home/suzuki/DATA/GAKUSEIMASTER"
             FILE STATUS IS 学生マスタ状態.
      *  科目別の出欠ファイル。全科目を通算して出席率を出す。
           SELECT 出欠ファイル ASSIGN TO
             "/home/suzuki/DATA/SHUKKETSU2001"
             FILE STATUS IS 出欠状態.
      *  委員会向けの継続審査一覧。
           SELECT 審査一覧ファイル ASSIGN TO
             "/home/suzuki/DATA/SHOGAKUSHINSA2001"
             FILE STATUS IS 一覧状態.
      *  警告・停止の学生あての通知。1名1ページ。
           SELECT 通知ファイル ASSIGN TO
             "/home/suzuki/DATA/SHOGAKUTSUCHI2001"
             FILE STATUS IS 通知状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  学期制御ファイル.
       01  学期制御レコード.
           COPY CP097.
       FD  奨学生マスタファイル.
       01  奨学生マスタレコード PIC X(30).
       FD  継続基準ファイル.
       01  継続基準レコード.
         03 基準種別          PIC X(2).
         03 基準種別名        PIC X(20).
      *  継続の下限。下回ると警告。
         03 基準継続ＧＰＡ    PIC 9V99.
         03 基準継続出席率    PIC 9(3).
      *  停止の下限。下回ると停止。
         03 基準停止ＧＰＡ    PIC 9V99.
         03 基準停止出席率    PIC 9(3).
      *  警告がこの回数続いたら停止する。0は上限なし。
         03 基準警告上限      PIC 9(1).
       FD  学生マスタファイル.
       01  学生マスタレコード.
         03 マスタ学籍番号    PIC X(4).
         03 マスタ氏名        PIC X(40).
      *  在籍状況 1:在籍 2:休学 3:退学。
         03 マスタ在籍状況    PIC X(1).
         03 マスタクラス区分  PIC X(2).
         03 マスタ担任        PIC X(20).
       FD  出欠ファイル.
       01  出欠レコード.
         03 出欠学籍番号      PIC X(4).
         03 出欠科目コード    PIC 9(3).
         03 出席日数          PIC 9(3).
         03 授業日数          PIC 9(3).
       FD  審査一覧ファイル.
       01  審査一覧レコード   PIC X(100).
       FD  通知ファイル.
       01  通知レコード       PIC X(80).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 学期制御状態      PIC X(2).
         03 奨学生状態        PIC X(2).
         03 基準状態          PIC X(2).
         03 学生マスタ状態    PIC X(2).
         03 出欠状態          PIC X(2).
         03 一覧状態          PIC X(2).
         03 通知状態          PIC X(2).
       01  実行日             PIC 9(8).
      *  審査する学期と、学期の前後を比べるためのキー
      *  (年度×10+学期)。
       01  審査学期キー       PIC 9(5).
       01  比較学期キー       PIC 9(5).
      *  奨学生マスタの読み込みテーブル。全件を書き戻すため
      *  上限を超えたら異常終了する。
       01  奨学生テーブルエリア.
         03 奨学生件数        PIC 9(3) VALUE ZERO.
         03 奨学生番号        PIC 9(3).
         03 奨学生エントリ    OCCURS 500 TIMES.
           05 表奨学生        PIC X(30).
       01  奨学生ワーク.
           COPY CP052.
      *  継続基準の読み込みテーブル。
       01  基準テーブルエリア.
         03 基準件数          PIC 9(2) VALUE ZERO.
         03 基準番号          PIC 9(2).
         03 基準位置          PIC 9(2).
         03 基準エントリ      OCCURS 20 TIMES.
           05 表基準種別      PIC X(2).
           05 表基準種別名    PIC X(20).
           05 表継続ＧＰＡ    PIC 9V99.
           05 表継続出席率    PIC 9(3).
           05 表停止ＧＰＡ    PIC 9V99.
           05 表停止出席率    PIC 9(3).
           05 表警告上限      PIC 9(1).
      *  学生マスタの読み込みテーブル。マスタが無い場合は
      *  在籍の突き合わせを行わない。
       01  学生マスタ有無     PIC X(1) VALUE "N".
           88 マスタあり      VALUE "Y".
       01  学生マスタテーブル.
         03 マスタ件数        PIC 9(3) VALUE ZERO.
         03 マスタ番号        PIC 9(3).
         03 該当マスタ        PIC 9(3).
         03 マスタエントリ    OCCURS 500 TIMES.
           05 表学籍番号      PIC X(4).
           05 表氏名          PIC X(40).
           05 表在籍状況      PIC X(1).
      *  出欠の読み込みテーブル(学籍番号・科目別)。
       01  出欠有無           PIC X(1) VALUE "N".
           88 出欠あり        VALUE "Y".
       01  出欠テーブルエリア.
         03 出欠件数          PIC 9(4) VALUE ZERO.
         03 出欠番号          PIC 9(4).
         03 出欠エントリ      OCCURS 1000 TIMES.
           05 表出欠学籍番号  PIC X(4).
           05 表出席日数      PIC 9(3).
           05 表授業日数      PIC 9(3).
      *  当学期の総合成績の読み込みテーブル。
       01  成績テーブルエリア.
         03 成績件数          PIC 9(3) VALUE ZERO.
         03 成績番号          PIC 9(3).
         03 成績エントリ      OCCURS 500 TIMES.
           05 表成績学籍番号  PIC X(4).
           05 表総合成績      PIC X(1).
      *  1名分の審査ワーク。
       01  審査エリア.
         03 審査氏名          PIC X(40).
         03 適用継続ＧＰＡ    PIC 9V99.
         03 適用継続出席率    PIC 9(3).
         03 当学期総合成績    PIC X(1).
         03 当学期ＧＰＡ      PIC 9V99.
         03 成績有無          PIC X(1).
           88 成績あり        VALUE "Y".
         03 出席合計          PIC 9(5).
         03 授業合計          PIC 9(5).
         03 出席率ワーク      PIC 9(3)V9.
         03 出席率有無        PIC X(1).
           88 出席率あり      VALUE "Y".
         03 判定理由          PIC X(40).
       01  判定表示           PIC X(8).
       01  ＧＰＡ表示         PIC 9.99.
       01  基準ＧＰＡ表示     PIC 9.99.
       01  出席率表示         PIC ZZ9.9.
       01  基準率表示         PIC ZZ9.
      *  件数集計。
       01  集計エリア.
         03 審査件数          PIC 9(4) VALUE ZERO.
         03 継続件数          PIC 9(4) VALUE ZERO.
         03 警告件数          PIC 9(4) VALUE ZERO.
         03 停止件数          PIC 9(4) VALUE ZERO.
         03 停止中件数        PIC 9(4) VALUE ZERO.
         03 未開始件数        PIC 9(4) VALUE ZERO.
         03 基準なし件数      PIC 9(4) VALUE ZERO.
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
      *  成績を読む年度・学期キー。
       01  KEY-AREA.
         03 NENDO         PIC 9(4).
         03 GAKKI         PIC 9(1).
       01  SEISEKIHYO.
         03 GAKUSEKINO    PIC X(4).
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
           DISPLAY "***dbpro13 START***".
      * 審査する年度・学期を学期制御ファイルから読む。
      * 無い場合は実行年・学期1を既定とする。
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           MOVE 実行日(1:4) TO NENDO.
           MOVE 1 TO GAKKI.
           OPEN INPUT 学期制御ファイル.
           IF 学期制御状態 = "00"
             THEN
               READ 学期制御ファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE 制御年度 TO NENDO
                   MOVE 制御学期 TO GAKKI
               END-READ
               CLOSE 学期制御ファイル
             ELSE
               DISPLAY "学期制御なし。既定値を使う。"
           END-IF.
           COMPUTE 審査学期キー = NENDO * 10 + GAKKI.
      *
           PERFORM 奨学生マスタ読込.
           PERFORM 継続基準読込.
           PERFORM GAKUSEI-MASTER-YOMIKOMI.
           PERFORM SHUKKETSU-YOMIKOMI.
      *
           OPEN OUTPUT 審査一覧ファイル.
           OPEN OUTPUT 通知ファイル.
           IF 一覧状態 NOT = "00"
              OR 通知状態 NOT = "00"
             THEN
               MOVE "DBPRO13" TO 発生プログラム名
               MOVE 一覧状態 TO 入出力状態
               MOVE "審査一覧・通知のオープンエラー"
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
           MOVE SPACES TO 出力行.
           STRING "奨学金継続審査一覧 審査学期:"
                  DELIMITED BY SIZE
                  NENDO DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  GAKKI DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 審査一覧レコード FROM 出力行.
           MOVE SPACES TO 出力行.
           STRING "学籍 種別 GPA   出席率 判定     "
                  DELIMITED BY SIZE
                  "連続警告 理由・氏名" DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 審査一覧レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
      * データベースと接続
      * 接続情報をプロファイルから取得する。取得できなければ
      * 接続せずに異常終了させる。
           PERFORM SETSUZOKU-JOUHOU-SHUTOKU.
           EXEC SQL
             CONNECT :USERNAME IDENTIFIED BY
             :PASSWORD USING :DBNAME
           END-EXEC.
      * 当学期の総合成績を読み込む。
           PERFORM SEISEKI-YOMIKOMI.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ************************************************
       奨学生マスタ読込       SECTION.
      ************************************************
      *
      *  奨学生マスタが無ければ審査する相手がいないので
      *  異常終了させる。
           OPEN INPUT 奨学生マスタファイル.
           IF 奨学生状態 NOT = "00"
             THEN
               MOVE "DBPRO13" TO 発生プログラム名
               MOVE 奨学生状態 TO 入出力状態
               MOVE "奨学生マスタのオープンエラー"
                 TO 異常終了メッセージ
               CALL "SUB9000" USING 異常終了情報
                 ON EXCEPTION
                   DISPLAY "サブルーチン呼出し失敗"
                 NOT ON EXCEPTION
                   CONTINUE
               END-CALL
               DISPLAY "奨学生マスタがありません。"
               STOP RUN
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 奨学生状態 NOT = "00"
             READ 奨学生マスタファイル
               AT END
                 CONTINUE
               NOT AT END
                 IF 奨学生件数 < 500
                   THEN
                     ADD 1 TO 奨学生件数
                     MOVE 奨学生マスタレコード
                       TO 表奨学生(奨学生件数)
                   ELSE
                     MOVE "DBPRO13" TO 発生プログラム名
                     MOVE "00" TO 入出力状態
                     MOVE "奨学生マスタテーブル上限超過"
                       TO 異常終了メッセージ
                     CALL "SUB9000" USING 異常終了情報
                       ON EXCEPTION
                         DISPLAY "サブルーチン呼出し失敗"
                       NOT ON EXCEPTION
                         CONTINUE
                     END-CALL
                     DISPLAY "奨学生マスタ上限超過。"
                     STOP RUN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 奨学生マスタファイル.
      *
       奨学生マスタ読込－ＥＸ.
       EXIT.
      *
      ************************************************
       継続基準読込           SECTION.
      ************************************************
      *
      *  継続基準が無ければ判定できないので異常終了させる。
           OPEN INPUT 継続基準ファイル.
           IF 基準状態 = "00"
             THEN
               PERFORM UNTIL 基準状態 NOT = "00"
                 READ 継続基準ファイル
                   AT END
                     CONTINUE
                   NOT AT END
                     IF 基準件数 < 20
                       THEN
                         ADD 1 TO 基準件数
                         MOVE 継続基準レコード
                           TO 基準エントリ(基準件数)
                       ELSE
                         DISPLAY "継続基準テーブル"
                                 "上限超過。"
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 継続基準ファイル
             ELSE
               CONTINUE
           END-IF.
           IF 基準件数 = ZERO
             THEN
               MOVE "DBPRO13" TO 発生プログラム名
               MOVE 基準状態 TO 入出力状態
               MOVE "奨学金の継続基準なし"
                 TO 異常終了メッセージ
               CALL "SUB9000" USING 異常終了情報
                 ON EXCEPTION
                   DISPLAY "サブルーチン呼出し失敗"
                 NOT ON EXCEPTION
                   CONTINUE
               END-CALL
               DISPLAY "継続基準がありません。"
               STOP RUN
             ELSE
               CONTINUE
           END-IF.
      *
       継続基準読込－ＥＸ.
       EXIT.
      *
      ************************************************
       SETSUZOKU-JOUHOU-SHUTOKU SECTION.
      ************************************************
      *
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
               MOVE "DBPRO13" TO 発生プログラム名
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
           MOVE "DBPRO13" TO SQL発生プログラム名.
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
      *  当学期の成績表の総合成績を学籍番号ごとにテーブルへ
      *  読み込む。
           MOVE SPACE TO SW-NOTFOUND.
           EXEC SQL
             DECLARE CRS01 CURSOR FOR
             SELECT gakusekino,sougouseiseki
             FROM seisekihyo
             WHERE nendo = :NENDO
               AND gakki = :GAKKI
             ORDER BY gakusekino
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
                 IF 成績件数 < 500
                   THEN
                     ADD 1 TO 成績件数
                     MOVE GAKUSEKINO
                       TO 表成績学籍番号(成績件数)
                     MOVE SOUGOUSEISEKI
                       TO 表総合成績(成績件数)
                   ELSE
                     DISPLAY "成績テーブル上限超過。"
                 END-IF
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
       主処理                 SECTION.
      ************************************************
      *
           PERFORM VARYING 奨学生番号 FROM 1 BY 1
             UNTIL 奨学生番号 > 奨学生件数
             MOVE 表奨学生(奨学生番号) TO 奨学生ワーク
             PERFORM 奨学生審査
             MOVE 奨学生ワーク TO 表奨学生(奨学生番号)
           END-PERFORM.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ************************************************
       奨学生審査             SECTION.
      ************************************************
      *
      *  1名分の継続審査。停止済みの奨学生と支給開始前の
      *  奨学生は審査しない。同じ学期の再審査では、その学期の
      *  審査前の連続警告回数から数え直す。
           IF 審査年度 NOT NUMERIC
              OR 審査学期 NOT NUMERIC
             THEN
               MOVE ZERO TO 審査年度
               MOVE ZERO TO 審査学期
             ELSE
               CONTINUE
           END-IF.
           IF 連続警告回数 NOT NUMERIC
             THEN
               MOVE ZERO TO 連続警告回数
             ELSE
               CONTINUE
           END-IF.
           COMPUTE 比較学期キー =
             審査年度 * 10 + 審査学期.
           IF 審査停止
              AND 比較学期キー NOT = 審査学期キー
             THEN
               ADD 1 TO 停止中件数
               GO TO 奨学生審査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           COMPUTE 比較学期キー =
             支給開始年度 * 10 + 支給開始学期.
           IF 比較学期キー > 審査学期キー
             THEN
               ADD 1 TO 未開始件数
               GO TO 奨学生審査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           COMPUTE 比較学期キー =
             審査年度 * 10 + 審査学期.
           IF 比較学期キー NOT = 審査学期キー
             THEN
               MOVE 連続警告回数 TO 審査前警告回数
             ELSE
               CONTINUE
           END-IF.
      *  奨学金種別の継続基準を引く。
           MOVE ZERO TO 基準位置.
           PERFORM VARYING 基準番号 FROM 1 BY 1
             UNTIL 基準番号 > 基準件数
             IF 表基準種別(基準番号) = 奨学金種別
               THEN
                 MOVE 基準番号 TO 基準位置
                 MOVE 基準件数 TO 基準番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 基準位置 = ZERO
             THEN
               ADD 1 TO 基準なし件数
               MOVE SPACES TO 出力行
               STRING 奨学生学籍番号 DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      奨学金種別 DELIMITED BY SIZE
                      " 継続基準なしのため審査せず"
                      DELIMITED BY SIZE
                      INTO 出力行
               WRITE 審査一覧レコード FROM 出力行
               GO TO 奨学生審査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 審査件数.
           INITIALIZE 審査エリア.
      *  個別の継続条件があれば種別の基準より優先する。
           MOVE 表継続ＧＰＡ(基準位置)
             TO 適用継続ＧＰＡ.
           MOVE 表継続出席率(基準位置)
             TO 適用継続出席率.
           IF 個別継続ＧＰＡ IS NUMERIC
              AND 個別継続ＧＰＡ > ZERO
             THEN
               MOVE 個別継続ＧＰＡ TO 適用継続ＧＰＡ
             ELSE
               CONTINUE
           END-IF.
           IF 個別継続出席率 IS NUMERIC
              AND 個別継続出席率 > ZERO
             THEN
               MOVE 個別継続出席率 TO 適用継続出席率
             ELSE
               CONTINUE
           END-IF.
           PERFORM 在籍確認.
           PERFORM 当学期ＧＰＡ算出.
           PERFORM 出席率算出.
           PERFORM 継続判定.
           MOVE NENDO TO 審査年度.
           MOVE GAKKI TO 審査学期.
           PERFORM 一覧行出力.
           IF 審査継続
             THEN
               CONTINUE
             ELSE
               PERFORM 通知出力
           END-IF.
      *
       奨学生審査－ＥＸ.
       EXIT.
      *
      ************************************************
       在籍確認               SECTION.
      ************************************************
      *
      *  学生マスタで在籍を確かめ、氏名を取る。休学・退学と
      *  マスタに無い学生は停止理由とする。マスタが無ければ
      *  在籍の突き合わせを省く。
           MOVE ZERO TO 該当マスタ.
           PERFORM VARYING マスタ番号 FROM 1 BY 1
             UNTIL マスタ番号 > マスタ件数
             IF 表学籍番号(マスタ番号) = 奨学生学籍番号
               THEN
                 MOVE マスタ番号 TO 該当マスタ
                 MOVE マスタ件数 TO マスタ番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当マスタ = ZERO
             THEN
               IF マスタあり
                 THEN
                   MOVE "学生マスタに登録なし" TO 判定理由
                 ELSE
                   CONTINUE
               END-IF
             ELSE
               MOVE 表氏名(該当マスタ) TO 審査氏名
               EVALUATE 表在籍状況(該当マスタ)
                 WHEN "2"
                   MOVE "休学中" TO 判定理由
                 WHEN "3"
                   MOVE "退学" TO 判定理由
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF.
      *
       在籍確認－ＥＸ.
       EXIT.
      *
      ************************************************
       当学期ＧＰＡ算出       SECTION.
      ************************************************
      *
      *  当学期の総合成績をGPAに直す。評価保留(H)はGPAを
      *  ゼロとする。
           MOVE "N" TO 成績有無.
           MOVE SPACE TO 当学期総合成績.
           PERFORM VARYING 成績番号 FROM 1 BY 1
             UNTIL 成績番号 > 成績件数
             IF 表成績学籍番号(成績番号)
                = 奨学生学籍番号
               THEN
                 MOVE "Y" TO 成績有無
                 MOVE 表総合成績(成績番号)
                   TO 当学期総合成績
                 MOVE 成績件数 TO 成績番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           EVALUATE 当学期総合成績
             WHEN "A"
               MOVE 4 TO 当学期ＧＰＡ
             WHEN "B"
               MOVE 3 TO 当学期ＧＰＡ
             WHEN "C"
               MOVE 2 TO 当学期ＧＰＡ
             WHEN "D"
               MOVE 1 TO 当学期ＧＰＡ
             WHEN OTHER
               MOVE ZERO TO 当学期ＧＰＡ
           END-EVALUATE.
      *
       当学期ＧＰＡ算出－ＥＸ.
       EXIT.
      *
      ************************************************
       出席率算出             SECTION.
      ************************************************
      *
      *  全科目の出席日数・授業日数を通算して出席率を出す。
      *  出欠の無い学生は出席率の判定を省く。
           MOVE ZERO TO 出席合計.
           MOVE ZERO TO 授業合計.
           MOVE "N" TO 出席率有無.
           PERFORM VARYING 出欠番号 FROM 1 BY 1
             UNTIL 出欠番号 > 出欠件数
             IF 表出欠学籍番号(出欠番号)
                = 奨学生学籍番号
               THEN
                 ADD 表出席日数(出欠番号) TO 出席合計
                 ADD 表授業日数(出欠番号) TO 授業合計
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 授業合計 > ZERO
             THEN
               MOVE "Y" TO 出席率有無
               COMPUTE 出席率ワーク ROUNDED =
                 出席合計 * 100 / 授業合計
             ELSE
               MOVE ZERO TO 出席率ワーク
           END-IF.
      *
       出席率算出－ＥＸ.
       EXIT.
      *
      ************************************************
       継続判定               SECTION.
      ************************************************
      *
      *  在籍の理由があれば停止。GPA・出席率が停止の下限を
      *  割れば停止、継続の下限を割れば警告とする。警告が
      *  種別の上限回数続いたら停止にする。
           EVALUATE TRUE
             WHEN 判定理由 NOT = SPACES
               SET 審査停止 TO TRUE
             WHEN 成績あり
                  AND 当学期ＧＰＡ
                      < 表停止ＧＰＡ(基準位置)
               SET 審査停止 TO TRUE
               MOVE "GPAが停止基準未満" TO 判定理由
             WHEN 出席率あり
                  AND 出席率ワーク
                      < 表停止出席率(基準位置)
               SET 審査停止 TO TRUE
               MOVE "出席率が停止基準未満" TO 判定理由
             WHEN NOT 成績あり
               SET 審査警告 TO TRUE
               MOVE "当学期の成績なし" TO 判定理由
             WHEN 当学期ＧＰＡ < 適用継続ＧＰＡ
               SET 審査警告 TO TRUE
               MOVE "GPAが継続基準未満" TO 判定理由
             WHEN 出席率あり
                  AND 出席率ワーク < 適用継続出席率
               SET 審査警告 TO TRUE
               MOVE "出席率が継続基準未満" TO 判定理由
             WHEN OTHER
               SET 審査継続 TO TRUE
           END-EVALUATE.
           EVALUATE TRUE
             WHEN 審査継続
               MOVE ZERO TO 連続警告回数
               ADD 1 TO 継続件数
             WHEN 審査警告
               IF 審査前警告回数 < 9
                 THEN
                   COMPUTE 連続警告回数 =
                     審査前警告回数 + 1
                 ELSE
                   MOVE 9 TO 連続警告回数
               END-IF
               IF 表警告上限(基準位置) > ZERO
                  AND 連続警告回数
                      NOT < 表警告上限(基準位置)
                 THEN
                   SET 審査停止 TO TRUE
                   MOVE "警告が上限回数に達した"
                     TO 判定理由
                   ADD 1 TO 停止件数
                 ELSE
                   ADD 1 TO 警告件数
               END-IF
             WHEN OTHER
               MOVE 審査前警告回数 TO 連続警告回数
               ADD 1 TO 停止件数
           END-EVALUATE.
           EVALUATE TRUE
             WHEN 審査継続
               MOVE "継続" TO 判定表示
             WHEN 審査警告
               MOVE "警告" TO 判定表示
             WHEN OTHER
               MOVE "停止" TO 判定表示
           END-EVALUATE.
      *
       継続判定－ＥＸ.
       EXIT.
      *
      ************************************************
       一覧行出力             SECTION.
      ************************************************
      *
           MOVE 当学期ＧＰＡ TO ＧＰＡ表示.
           MOVE 出席率ワーク TO 出席率表示.
           MOVE SPACES TO 出力行.
           MOVE 奨学生学籍番号 TO 出力行(1:4).
           MOVE 奨学金種別 TO 出力行(6:2).
           MOVE ＧＰＡ表示 TO 出力行(11:4).
           IF 出席率あり
             THEN
               MOVE 出席率表示 TO 出力行(17:5)
             ELSE
               MOVE "  -- " TO 出力行(17:5)
           END-IF.
           MOVE 判定表示 TO 出力行(24:8).
           MOVE 連続警告回数 TO 出力行(36:1).
           STRING 判定理由 DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  審査氏名 DELIMITED BY "  "
                  INTO 出力行(42:59).
           WRITE 審査一覧レコード FROM 出力行.
      *
       一覧行出力－ＥＸ.
       EXIT.
      *
      ************************************************
       通知出力               SECTION.
      ************************************************
      *
      *  警告・停止の学生あての通知を1名1ページで書く。
           MOVE SPACES TO 出力行.
           MOVE "奨学金継続審査結果のお知らせ"
             TO 出力行.
           WRITE 通知レコード FROM 出力行
             AFTER PAGE
           END-WRITE.
           MOVE SPACES TO 出力行.
           STRING "学籍番号:" DELIMITED BY SIZE
                  奨学生学籍番号 DELIMITED BY SIZE
                  " 氏名:" DELIMITED BY SIZE
                  審査氏名 DELIMITED BY "  "
                  INTO 出力行.
           WRITE 通知レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 出力行.
           STRING "奨学金:" DELIMITED BY SIZE
                  表基準種別名(基準位置)
                  DELIMITED BY "  "
                  " 審査学期:" DELIMITED BY SIZE
                  NENDO DELIMITED BY SIZE
                  "年度 " DELIMITED BY SIZE
                  GAKKI DELIMITED BY SIZE
                  "学期" DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 通知レコード FROM 出力行.
           MOVE 適用継続ＧＰＡ TO 基準ＧＰＡ表示.
           MOVE SPACES TO 出力行.
           STRING "当学期GPA:" DELIMITED BY SIZE
                  ＧＰＡ表示 DELIMITED BY SIZE
                  " (継続基準 " DELIMITED BY SIZE
                  基準ＧＰＡ表示 DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 通知レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
           IF 出席率あり
             THEN
               MOVE 適用継続出席率 TO 基準率表示
               MOVE SPACES TO 出力行
               STRING "出席率:" DELIMITED BY SIZE
                      出席率表示 DELIMITED BY SIZE
                      "% (継続基準 " DELIMITED BY SIZE
                      基準率表示 DELIMITED BY SIZE
                      "%)" DELIMITED BY SIZE
                      INTO 出力行
               WRITE 通知レコード FROM 出力行
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 出力行.
           IF 審査警告
             THEN
               STRING "判定:警告 (連続" DELIMITED BY SIZE
                      連続警告回数 DELIMITED BY SIZE
                      "回目)" DELIMITED BY SIZE
                      INTO 出力行
             ELSE
               MOVE "判定:支給停止" TO 出力行
           END-IF.
           WRITE 通知レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 出力行.
           STRING "理由:" DELIMITED BY SIZE
                  判定理由 DELIMITED BY "  "
                  INTO 出力行.
           WRITE 通知レコード FROM 出力行.
           MOVE SPACES TO 出力行.
           IF 審査警告
             THEN
               STRING "次回の審査までに成績・出席の"
                      DELIMITED BY SIZE
                      "改善を求めます。" DELIMITED BY SIZE
                      INTO 出力行
             ELSE
               STRING "当学期をもって奨学金の支給を"
                      DELIMITED BY SIZE
                      "停止します。" DELIMITED BY SIZE
                      INTO 出力行
           END-IF.
           WRITE 通知レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 出力行.
           MOVE "奨学金委員会" TO 出力行(50:18).
           WRITE 通知レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
      *
       通知出力－ＥＸ.
       EXIT.
      *
      ************************************************
       GAKUSEI-MASTER-YOMIKOMI SECTION.
      ************************************************
      *
      *  学生マスタをテーブルへ読み込む。
           OPEN INPUT 学生マスタファイル.
           IF 学生マスタ状態 NOT = "00"
             THEN
               DISPLAY "学生マスタなし。"
                       "在籍突き合わせを省略します。"
             ELSE
               MOVE "Y" TO 学生マスタ有無
               PERFORM UNTIL 学生マスタ状態 NOT = "00"
                 READ 学生マスタファイル
                   AT END
                     CONTINUE
                   NOT AT END
                     IF マスタ件数 < 500
                       THEN
                         ADD 1 TO マスタ件数
                         MOVE マスタ学籍番号
                           TO 表学籍番号(マスタ件数)
                         MOVE マスタ氏名
                           TO 表氏名(マスタ件数)
                         MOVE マスタ在籍状況
                           TO 表在籍状況(マスタ件数)
                       ELSE
                         DISPLAY "学生マスタテーブル"
                                 "上限超過。"
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 学生マスタファイル
           END-IF.
      *
       GAKUSEI-MASTER-YOMIKOMI-EX.
       EXIT.
      *
      ************************************************
       SHUKKETSU-YOMIKOMI     SECTION.
      ************************************************
      *
      *  出欠ファイルをテーブルへ読み込む。ファイルが無い
      *  学期は出席率の判定を省略する。
           OPEN INPUT 出欠ファイル.
           IF 出欠状態 NOT = "00"
             THEN
               DISPLAY "出欠ファイルなし。"
                       "出席率判定を省略します。"
             ELSE
               MOVE "Y" TO 出欠有無
               PERFORM UNTIL 出欠状態 NOT = "00"
                 READ 出欠ファイル
                   AT END
                     CONTINUE
                   NOT AT END
                     IF 出欠件数 < 1000
                       THEN
                         ADD 1 TO 出欠件数
                         MOVE 出欠学籍番号
                           TO 表出欠学籍番号(出欠件数)
                         MOVE 出席日数
                           TO 表出席日数(出欠件数)
                         MOVE 授業日数
                           TO 表授業日数(出欠件数)
                       ELSE
                         DISPLAY "出欠テーブル上限超過。"
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 出欠ファイル
           END-IF.
      *
       SHUKKETSU-YOMIKOMI-EX.
       EXIT.
      *
      ************************************************
       終了処理               SECTION.
      ************************************************
      *
      *  審査結果を奨学生マスタへ書き戻す。
           OPEN OUTPUT 奨学生マスタファイル.
           IF 奨学生状態 NOT = "00"
             THEN
               MOVE "DBPRO13" TO 発生プログラム名
               MOVE 奨学生状態 TO 入出力状態
               MOVE "奨学生マスタの書き戻しエラー"
                 TO 異常終了メッセージ
               CALL "SUB9000" USING 異常終了情報
                 ON EXCEPTION
                   DISPLAY "サブルーチン呼出し失敗"
                 NOT ON EXCEPTION
                   CONTINUE
               END-CALL
               DISPLAY "奨学生マスタ書き戻しエラー。"
               STOP RUN
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING 奨学生番号 FROM 1 BY 1
             UNTIL 奨学生番号 > 奨学生件数
             WRITE 奨学生マスタレコード
               FROM 表奨学生(奨学生番号)
           END-PERFORM.
           CLOSE 奨学生マスタファイル.
      *
           MOVE SPACES TO 出力行.
           STRING "審査:" DELIMITED BY SIZE
                  審査件数 DELIMITED BY SIZE
                  " 継続:" DELIMITED BY SIZE
                  継続件数 DELIMITED BY SIZE
                  " 警告:" DELIMITED BY SIZE
                  警告件数 DELIMITED BY SIZE
                  " 停止:" DELIMITED BY SIZE
                  停止件数 DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 審査一覧レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 出力行.
           STRING "審査対象外 停止中:" DELIMITED BY SIZE
                  停止中件数 DELIMITED BY SIZE
                  " 支給開始前:" DELIMITED BY SIZE
                  未開始件数 DELIMITED BY SIZE
                  " 基準なし:" DELIMITED BY SIZE
                  基準なし件数 DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 審査一覧レコード FROM 出力行.
           IF NOT 出欠あり
             THEN
               MOVE SPACES TO 出力行
               STRING "出欠ファイルなし。" DELIMITED BY SIZE
                      "出席率は判定していない。"
                      DELIMITED BY SIZE
                      INTO 出力行
               WRITE 審査一覧レコード FROM 出力行
             ELSE
               CONTINUE
           END-IF.
           CLOSE 審査一覧ファイル.
           CLOSE 通知ファイル.
           DISPLAY "審査:" 審査件数
                   " 継続:" 継続件数
                   " 警告:" 警告件数
                   " 停止:" 停止件数.
      *
           DISPLAY "***dbpro13 END***".
      *
       終了処理－ＥＸ.
       EXIT.
      *
