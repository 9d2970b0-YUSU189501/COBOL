       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2113.
      *  月次の件数推移監視と容量限界の到達予測。容量限界登録
      *  (GENKAI2010)に載せた主要ファイル・台帳の件数を数えて件数
      *  推移履歴(ZOUKA2010)に残し、読む側のプログラムのテーブル
      *  の大きさや件数欄の桁による限界と比べる。直近1年の履歴
      *  から月あたりの増加数を求めて限界に達する年月を予測し、
      *  6か月以内に達するものはSUB9300で警告(CC2006W)、すでに
      *  達しているものは異常(CC2007E)として知らせ、夜間処理が
      *  異常終了する前に改修を起こせるようにする。結果は容量
      *  予測表(GENKAIRPT2010)に書く。同じ月に再実行した場合は
      *  その月の履歴を置き換える。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  ファイルごとの件数の限界。
           SELECT 限界登録ファイル ASSIGN TO
             "/home/suzuki/DATA/GENKAI2010"
             FILE STATUS IS 限界登録状態.
      *  月ごとの件数の履歴。読み込んで書き戻す。
           SELECT 推移履歴ファイル ASSIGN TO
             "/home/suzuki/DATA/ZOUKA2010"
             FILE STATUS IS 推移履歴状態.
      *  順編成の計測対象。1バイトずつ読んでレコード長で割る。
           SELECT 順計測ファイル ASSIGN TO DYNAMIC 計測名
             FILE STATUS IS 順計測状態.
      *  索引編成の計測対象。人事部・総務部ファイルと同じ様式
      *  (CP024)のファイルに限る。
           SELECT 索引計測ファイル ASSIGN TO DYNAMIC 計測名
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS 社員コード OF 索引計測レコード
             ALTERNATE RECORD KEY IS
               氏名 OF 索引計測レコード
               WITH DUPLICATES
             FILE STATUS IS 索引計測状態.
      *  容量予測表。
           SELECT 予測表ファイル ASSIGN TO
             "/home/suzuki/DATA/GENKAIRPT2010"
             FILE STATUS IS 予測表状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  限界登録ファイル.
       01  限界登録レコード.
           COPY CP075.
       FD  推移履歴ファイル.
       01  推移履歴レコード.
           COPY CP076.
       FD  順計測ファイル.
       01  順計測バイト       PIC X(1).
       FD  索引計測ファイル.
       01  索引計測レコード.
           COPY CP024.
       FD  予測表ファイル.
       01  予測表レコード     PIC X(132).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 限界登録状態      PIC X(2).
         03 推移履歴状態      PIC X(2).
         03 順計測状態        PIC X(2).
         03 索引計測状態      PIC X(2).
         03 予測表状態        PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
      *  対象年月と、履歴の保存(3年)・傾向算出(1年)の下限。
       01  対象年月           PIC 9(6).
       01  保存下限年月       PIC 9(6).
       01  傾向下限年月       PIC 9(6).
       01  計測名             PIC X(60).
      *  容量限界登録のテーブル。
       01  限界テーブルエリア.
         03 限界件数          PIC 9(3) VALUE ZERO.
         03 限界番号          PIC 9(3).
         03 限界エントリ      OCCURS 200 TIMES.
           05 表限界ファイル名 PIC X(16).
           05 表限界プログラム PIC X(8).
           05 表限界件数値    PIC 9(9).
           05 表限界内容      PIC X(30).
           05 表限界計測番号  PIC 9(3).
      *  数えるファイルのテーブル。同じファイルは1回だけ数える。
       01  計測テーブルエリア.
         03 計測件数          PIC 9(3) VALUE ZERO.
         03 計測番号          PIC 9(3).
         03 該当計測番号      PIC 9(3).
         03 計測エントリ      OCCURS 100 TIMES.
           05 表計測ファイル名 PIC X(16).
           05 表計測編成      PIC X(1).
           05 表計測レコード長 PIC 9(5).
           05 表計測パス名    PIC X(60).
           05 表計測値        PIC 9(9).
           05 表計測状態      PIC X(1).
      *  前月までの件数推移履歴のテーブル。
       01  推移テーブルエリア.
         03 推移件数値        PIC 9(4) VALUE ZERO.
         03 推移番号          PIC 9(4).
         03 推移エントリ      OCCURS 5000 TIMES.
           05 表推移年月      PIC 9(6).
           05 表推移ファイル名 PIC X(16).
           05 表推移件数      PIC 9(9).
           05 表推移計測日    PIC 9(8).
           05 表推移計測状態  PIC X(1).
      *  1ファイルの計測。
       01  計測バイト数       PIC 9(12).
       01  計測レコード数     PIC 9(9).
       01  計測端数           PIC 9(5).
      *  到達予測。月増加数は直近1年で最も古い履歴からの増加を
      *  経過月数で割ったもの。
       01  予測エリア.
         03 現在件数          PIC 9(9).
         03 基準件数          PIC 9(9).
         03 基準年月          PIC 9(6).
         03 経過月数          PIC 9(3).
         03 月増加数          PIC S9(9)V9.
         03 到達月数小数      PIC 9(7)V99.
         03 到達月数          PIC 9(3).
         03 通算月            PIC 9(6).
         03 年月計算年        PIC 9(4).
         03 年月計算月        PIC 9(2).
         03 到達年月          PIC 9(6).
         03 判定区分          PIC X(1).
           88 判定超過        VALUE "E".
           88 判定警告        VALUE "W".
           88 判定余裕        VALUE "O".
           88 判定増加なし    VALUE "Z".
           88 判定履歴不足    VALUE "H".
           88 判定計測不能    VALUE "N".
       01  年月換算           PIC 9(6).
       01  年月換算通算       PIC 9(6).
       01  判定表示           PIC X(18).
      *  件数集計。
       01  集計エリア.
         03 超過件数          PIC 9(3) VALUE ZERO.
         03 警告件数          PIC 9(3) VALUE ZERO.
         03 計測不能件数      PIC 9(3) VALUE ZERO.
       01  件数編集           PIC ZZZ,ZZZ,ZZ9.
       01  増加編集           PIC -ZZZ,ZZ9.9.
       01  月数編集           PIC ZZ9.
       01  予測表行           PIC X(132).
      *  メッセージ出力呼出し(SUB9300)への引き渡し情報。
      *  CC2006W:6か月以内に限界到達の予測。
      *  CC2007E:限界に到達済み。
       01  メッセージ情報.
           COPY CP022.
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
           DISPLAY "***PRO2113 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           MOVE 実行日(1:6) TO 対象年月.
           COMPUTE 保存下限年月 = 対象年月 - 300.
           COMPUTE 傾向下限年月 = 対象年月 - 100.
           PERFORM 限界登録読込.
           IF 限界件数 = ZERO
             THEN
               DISPLAY "容量限界登録なし。"
               DISPLAY "***PRO2113 END***"
               GOBACK
             ELSE
               CONTINUE
           END-IF.
           PERFORM 推移履歴読込.
           OPEN OUTPUT 予測表ファイル.
           IF 予測表状態 NOT = "00"
             THEN
               MOVE "PRO2113" TO 発生プログラム名
               MOVE 予測表状態 TO 入出力状態
               MOVE "容量予測表のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 予測表行.
           STRING "容量限界到達予測表 処理日:"
                  DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO 予測表行.
           WRITE 予測表レコード FROM 予測表行.
           MOVE SPACES TO 予測表行.
           STRING "ファイル名       プログラム       限界"
                  DELIMITED BY SIZE
                  "      現在件数   月増加 月数 "
                  DELIMITED BY SIZE
                  "到達年月 判定" DELIMITED BY SIZE
                  "      限界内容" DELIMITED BY SIZE
                  INTO 予測表行.
           WRITE 予測表レコード FROM 予測表行
             AFTER 2 LINE
           END-WRITE.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       限界登録読込           SECTION.
      ***********************************
      *
      *  限界を読み込み、数えるファイルを重複なく拾い出す。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 限界登録ファイル.
           IF 限界登録状態 NOT = "00"
             THEN
               GO TO 限界登録読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 限界登録ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 限界件数 < 200
                   THEN
                     ADD 1 TO 限界件数
                     PERFORM 限界行取込
                   ELSE
                     DISPLAY "限界登録上限超過。"
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 限界登録ファイル.
      *
       限界登録読込－ＥＸ.
       EXIT.
      *
      ***********************************
       限界行取込             SECTION.
      ***********************************
      *
           MOVE 限界ファイル名
             TO 表限界ファイル名(限界件数).
           MOVE 限界プログラム
             TO 表限界プログラム(限界件数).
           MOVE 限界件数値     TO 表限界件数値(限界件数).
           MOVE 限界内容       TO 表限界内容(限界件数).
           MOVE ZERO TO 該当計測番号.
           PERFORM VARYING 計測番号 FROM 1 BY 1
             UNTIL 計測番号 > 計測件数
                OR 該当計測番号 > ZERO
             IF 表計測ファイル名(計測番号)
                = 限界ファイル名
               THEN
                 MOVE 計測番号 TO 該当計測番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当計測番号 = ZERO
             THEN
               IF 計測件数 < 100
                 THEN
                   ADD 1 TO 計測件数
                   MOVE 計測件数 TO 該当計測番号
                   MOVE 限界ファイル名
                     TO 表計測ファイル名(計測件数)
                   MOVE 限界編成 TO 表計測編成(計測件数)
                   MOVE 限界レコード長
                     TO 表計測レコード長(計測件数)
                   MOVE 限界パス名
                     TO 表計測パス名(計測件数)
                   MOVE ZERO TO 表計測値(計測件数)
                   MOVE SPACE TO 表計測状態(計測件数)
                 ELSE
                   DISPLAY "計測ファイル上限超過:"
                           限界ファイル名
               END-IF
             ELSE
               CONTINUE
           END-IF.
           MOVE 該当計測番号
             TO 表限界計測番号(限界件数).
      *
       限界行取込－ＥＸ.
       EXIT.
      *
      ***********************************
       推移履歴読込           SECTION.
      ***********************************
      *
      *  前月までの履歴を読む。当月分(再実行時)と保存期間を
      *  過ぎた分は読み捨てる。履歴が無ければ初回とする。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 推移履歴ファイル.
           IF 推移履歴状態 NOT = "00"
             THEN
               DISPLAY "件数推移履歴なし。"
                       "初回として処理する。"
               GO TO 推移履歴読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 推移履歴ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 推移年月 NOT = 対象年月 AND
                    推移年月 > 保存下限年月
                   THEN
                     IF 推移件数値 < 5000
                       THEN
                         ADD 1 TO 推移件数値
                         MOVE 推移年月
                           TO 表推移年月(推移件数値)
                         MOVE 推移ファイル名
                           TO 表推移ファイル名(推移件数値)
                         MOVE 推移件数
                           TO 表推移件数(推移件数値)
                         MOVE 推移計測日
                           TO 表推移計測日(推移件数値)
                         MOVE 推移計測状態
                           TO 表推移計測状態(推移件数値)
                       ELSE
                         MOVE "PRO2113" TO 発生プログラム名
                         MOVE SPACES TO 入出力状態
                         MOVE "推移テーブル上限超過"
                           TO 異常終了メッセージ
                         PERFORM 異常終了処理
                     END-IF
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 推移履歴ファイル.
      *
       推移履歴読込－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
           PERFORM VARYING 計測番号 FROM 1 BY 1
             UNTIL 計測番号 > 計測件数
             PERFORM ファイル計測
           END-PERFORM.
           PERFORM 推移履歴書き戻し.
           PERFORM VARYING 限界番号 FROM 1 BY 1
             UNTIL 限界番号 > 限界件数
             PERFORM 到達予測
             PERFORM 予測明細出力
           END-PERFORM.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       ファイル計測           SECTION.
      ***********************************
      *
           MOVE SPACES TO 計測名.
           IF 表計測パス名(計測番号) = SPACES
             THEN
               STRING "/home/suzuki/DATA/" DELIMITED BY SIZE
                      表計測ファイル名(計測番号)
                        DELIMITED BY SPACE
                      INTO 計測名
             ELSE
               MOVE 表計測パス名(計測番号) TO 計測名
           END-IF.
           IF 表計測編成(計測番号) = "I"
             THEN
               PERFORM 索引件数計測
             ELSE
               PERFORM 順件数計測
           END-IF.
      *
       ファイル計測－ＥＸ.
       EXIT.
      *
      ***********************************
       順件数計測             SECTION.
      ***********************************
      *
      *  バイト数をレコード長で割って件数とする。割り切れない
      *  ときは端数ありとして記録する。
           IF 表計測レコード長(計測番号) = ZERO
             THEN
               MOVE "N" TO 表計測状態(計測番号)
               GO TO 順件数計測－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           OPEN INPUT 順計測ファイル.
           IF 順計測状態 NOT = "00"
             THEN
               MOVE "N" TO 表計測状態(計測番号)
               GO TO 順件数計測－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE ZERO TO 計測バイト数.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 順計測ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 ADD 1 TO 計測バイト数
             END-READ
           END-PERFORM.
           CLOSE 順計測ファイル.
           DIVIDE 計測バイト数
             BY 表計測レコード長(計測番号)
             GIVING 計測レコード数
             REMAINDER 計測端数.
           MOVE 計測レコード数 TO 表計測値(計測番号).
           IF 計測端数 > ZERO
             THEN
               MOVE "P" TO 表計測状態(計測番号)
             ELSE
               CONTINUE
           END-IF.
      *
       順件数計測－ＥＸ.
       EXIT.
      *
      ***********************************
       索引件数計測           SECTION.
      ***********************************
      *
           OPEN INPUT 索引計測ファイル.
           IF 索引計測状態 NOT = "00"
             THEN
               MOVE "N" TO 表計測状態(計測番号)
               GO TO 索引件数計測－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE ZERO TO 計測レコード数.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 索引計測ファイル NEXT RECORD
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 ADD 1 TO 計測レコード数
             END-READ
           END-PERFORM.
           CLOSE 索引計測ファイル.
           MOVE 計測レコード数 TO 表計測値(計測番号).
      *
       索引件数計測－ＥＸ.
       EXIT.
      *
      ***********************************
       推移履歴書き戻し       SECTION.
      ***********************************
      *
      *  残した前月までの履歴に当月の計測結果を加えて書き戻す。
           OPEN OUTPUT 推移履歴ファイル.
           IF 推移履歴状態 NOT = "00"
             THEN
               MOVE "PRO2113" TO 発生プログラム名
               MOVE 推移履歴状態 TO 入出力状態
               MOVE "件数推移履歴のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING 推移番号 FROM 1 BY 1
             UNTIL 推移番号 > 推移件数値
             MOVE SPACES TO 推移履歴レコード
             MOVE 表推移年月(推移番号)     TO 推移年月
             MOVE 表推移ファイル名(推移番号)
               TO 推移ファイル名
             MOVE 表推移件数(推移番号)     TO 推移件数
             MOVE 表推移計測日(推移番号)   TO 推移計測日
             MOVE 表推移計測状態(推移番号)
               TO 推移計測状態
             WRITE 推移履歴レコード
           END-PERFORM.
           PERFORM VARYING 計測番号 FROM 1 BY 1
             UNTIL 計測番号 > 計測件数
             MOVE SPACES TO 推移履歴レコード
             MOVE 対象年月 TO 推移年月
             MOVE 表計測ファイル名(計測番号)
               TO 推移ファイル名
             MOVE 表計測値(計測番号)         TO 推移件数
             MOVE 実行日                     TO 推移計測日
             MOVE 表計測状態(計測番号)      
               TO 推移計測状態
             WRITE 推移履歴レコード
           END-PERFORM.
           CLOSE 推移履歴ファイル.
      *
       推移履歴書き戻し－ＥＸ.
       EXIT.
      *
      ***********************************
       到達予測               SECTION.
      ***********************************
      *
      *  限界以上なら超過。正常に数えた直近1年の最も古い履歴
      *  からの月増加数で限界までの月数を求め、6か月以内なら
      *  警告とする。
           MOVE ZERO TO 月増加数 到達月数 到達年月.
           MOVE 表限界計測番号(限界番号) TO 計測番号.
           IF 計測番号 = ZERO
             THEN
               SET 判定計測不能 TO TRUE
               GO TO 到達予測－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 表計測状態(計測番号) = "N"
             THEN
               SET 判定計測不能 TO TRUE
               GO TO 到達予測－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 表計測値(計測番号) TO 現在件数.
           IF 現在件数 NOT < 表限界件数値(限界番号)
             THEN
               SET 判定超過 TO TRUE
               MOVE "CC2007E" TO 要求メッセージID
               PERFORM アラート出力
               GO TO 到達予測－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE ZERO TO 基準年月.
           PERFORM VARYING 推移番号 FROM 1 BY 1
             UNTIL 推移番号 > 推移件数値
             IF 表推移ファイル名(推移番号)
                = 表計測ファイル名(計測番号)
                AND 表推移計測状態(推移番号) = SPACE
                AND 表推移年月(推移番号)
                    NOT < 傾向下限年月
                AND (基準年月 = ZERO
                     OR 表推移年月(推移番号) < 基準年月)
               THEN
                 MOVE 表推移年月(推移番号) TO 基準年月
                 MOVE 表推移件数(推移番号) TO 基準件数
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 基準年月 = ZERO
             THEN
               SET 判定履歴不足 TO TRUE
               GO TO 到達予測－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 対象年月 TO 年月換算.
           PERFORM 通算月換算.
           MOVE 年月換算通算 TO 通算月.
           MOVE 基準年月 TO 年月換算.
           PERFORM 通算月換算.
           COMPUTE 経過月数 = 通算月 - 年月換算通算.
           COMPUTE 月増加数 ROUNDED =
             (現在件数 - 基準件数) / 経過月数.
           IF 月増加数 NOT > ZERO
             THEN
               SET 判定増加なし TO TRUE
               GO TO 到達予測－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           COMPUTE 到達月数小数 =
             (表限界件数値(限界番号) - 現在件数)
             / 月増加数.
           IF 到達月数小数 > 999
             THEN
               MOVE 999 TO 到達月数
             ELSE
               MOVE 到達月数小数 TO 到達月数
               IF 到達月数 < 到達月数小数
                 THEN
                   ADD 1 TO 到達月数
                 ELSE
                   CONTINUE
               END-IF
           END-IF.
           COMPUTE 通算月 = 通算月 + 到達月数.
           DIVIDE 通算月 BY 12 GIVING 年月計算年
             REMAINDER 年月計算月.
           ADD 1 TO 年月計算月.
           COMPUTE 到達年月 =
             年月計算年 * 100 + 年月計算月.
           IF 到達月数 NOT > 6
             THEN
               SET 判定警告 TO TRUE
               MOVE "CC2006W" TO 要求メッセージID
               PERFORM アラート出力
             ELSE
               SET 判定余裕 TO TRUE
           END-IF.
      *
       到達予測－ＥＸ.
       EXIT.
      *
      ***********************************
       通算月換算             SECTION.
      ***********************************
      *
      *  年月を0年1月からの通算月数(0始まり)に直す。
           DIVIDE 年月換算 BY 100 GIVING 年月計算年
             REMAINDER 年月計算月.
           COMPUTE 年月換算通算 =
             年月計算年 * 12 + 年月計算月 - 1.
      *
       通算月換算－ＥＸ.
       EXIT.
      *
      ***********************************
       アラート出力           SECTION.
      ***********************************
      *
      *  カタログ経由の重大度付きアラート。ID未登録でも
      *  SUB9300が重大度E付きで表示する。
           CALL "SUB9300" USING メッセージ情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           DISPLAY "対象ファイル:"
                   表限界ファイル名(限界番号)
                   " プログラム:"
                   表限界プログラム(限界番号)
                   " 限界:" 表限界件数値(限界番号)
                   " 現在:" 現在件数.
      *
       アラート出力－ＥＸ.
       EXIT.
      *
      ***********************************
       予測明細出力           SECTION.
      ***********************************
      *
           EVALUATE TRUE
             WHEN 判定超過
               MOVE "限界超過" TO 判定表示
               ADD 1 TO 超過件数
             WHEN 判定警告
               MOVE "6か月以内" TO 判定表示
               ADD 1 TO 警告件数
             WHEN 判定余裕
               MOVE "余裕あり" TO 判定表示
             WHEN 判定増加なし
               MOVE "増加なし" TO 判定表示
             WHEN 判定履歴不足
               MOVE "履歴不足" TO 判定表示
             WHEN OTHER
               MOVE "ファイルなし" TO 判定表示
               ADD 1 TO 計測不能件数
           END-EVALUATE.
           MOVE SPACES TO 予測表行.
           MOVE 表限界ファイル名(限界番号)
             TO 予測表行(1:16).
           MOVE 表限界プログラム(限界番号)
             TO 予測表行(18:8).
           MOVE 表限界件数値(限界番号) TO 件数編集.
           MOVE 件数編集 TO 予測表行(27:11).
           IF NOT 判定計測不能
             THEN
               MOVE 現在件数 TO 件数編集
               MOVE 件数編集 TO 予測表行(39:11)
             ELSE
               CONTINUE
           END-IF.
           IF 判定警告 OR 判定余裕 OR 判定増加なし
             THEN
               MOVE 月増加数 TO 増加編集
               MOVE 増加編集 TO 予測表行(51:10)
             ELSE
               CONTINUE
           END-IF.
           IF 判定警告 OR 判定余裕
             THEN
               MOVE 到達月数 TO 月数編集
               MOVE 月数編集 TO 予測表行(62:3)
               MOVE 到達年月 TO 予測表行(66:6)
             ELSE
               CONTINUE
           END-IF.
           MOVE 判定表示 TO 予測表行(73:18).
           MOVE 表限界内容(限界番号) TO 予測表行(92:30).
           WRITE 予測表レコード FROM 予測表行.
           IF 計測番号 > ZERO
              AND 表計測状態(計測番号) = "P"
             THEN
               MOVE SPACES TO 予測表行
               MOVE "  *レコード長の端数あり"
                 TO 予測表行
               WRITE 予測表レコード FROM 予測表行
             ELSE
               CONTINUE
           END-IF.
      *
       予測明細出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           MOVE SPACES TO 予測表行.
           STRING "限界超過:" DELIMITED BY SIZE
                  超過件数 DELIMITED BY SIZE
                  " 6か月以内:" DELIMITED BY SIZE
                  警告件数 DELIMITED BY SIZE
                  " ファイルなし:" DELIMITED BY SIZE
                  計測不能件数 DELIMITED BY SIZE
                  INTO 予測表行.
           WRITE 予測表レコード FROM 予測表行
             AFTER 2 LINE
           END-WRITE.
           CLOSE 予測表ファイル.
           DISPLAY "限界超過:" 超過件数
                   " 6か月以内:" 警告件数
                   " ファイルなし:" 計測不能件数.
      *
           DISPLAY "***PRO2113 END***".
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
