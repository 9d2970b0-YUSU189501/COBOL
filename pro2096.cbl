       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2096.
      *  学籍異動の月次クラス別集計。異動履歴
      *  (GAKUSEIIDOUREKI2001)のうち発効日が対象月に入るものを
      *  クラス別に入学・休学・復学・退学・転入・転出・担任変更
      *  の件数へ集計し、クラス区分順に月次異動集計表
      *  (GAKUSEIIDOUSUM2001)へ書き出す。クラス変更は変更前の
      *  クラスの転出、変更後のクラスの転入として数える。
      *  対象年月はパラメタ(GAKUSEIIDOUPRM2001)で指定でき、
      *  無ければ実行日の属する月とする。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  学籍異動履歴(PRO2095が追記する)。
           SELECT 履歴ファイル ASSIGN TO
             "/home/suzuki/DATA/GAKUSEIIDOUREKI2001"
             FILE STATUS IS 履歴状態.
      *  対象年月を指定するパラメタ。
           SELECT 集計パラメタファイル ASSIGN TO
             "/home/suzuki/DATA/GAKUSEIIDOUPRM2001"
             FILE STATUS IS パラメタ状態.
      *  月次異動集計表。
           SELECT 集計表ファイル ASSIGN TO
             "/home/suzuki/DATA/GAKUSEIIDOUSUM2001"
             FILE STATUS IS 集計表状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  履歴ファイル.
       01  履歴レコード.
           COPY CP051.
       FD  集計パラメタファイル.
       01  集計パラメタレコード.
         03 指定年月          PIC 9(6).
       FD  集計表ファイル.
       01  集計表レコード     PIC X(80).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 履歴状態          PIC X(2).
         03 パラメタ状態      PIC X(2).
         03 集計表状態        PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
       01  対象年月           PIC 9(6).
      *  クラス別の異動件数テーブル。区分番号は 1:入学 2:休学
      *  3:復学 4:退学 5:転入 6:転出 7:担任変更。
       01  クラステーブルエリア.
         03 クラス件数        PIC 9(2) VALUE ZERO.
         03 クラス番号        PIC 9(2).
         03 該当番号          PIC 9(2).
         03 比較番号          PIC 9(2).
         03 クラスエントリ    OCCURS 50 TIMES.
           05 表クラス区分    PIC X(2).
           05 表異動件数      PIC 9(4) OCCURS 7 TIMES.
       01  入替エントリ.
         03 入替クラス区分    PIC X(2).
         03 入替異動件数      PIC 9(4) OCCURS 7 TIMES.
       01  全体件数エリア.
         03 全体異動件数      PIC 9(5) OCCURS 7 TIMES.
       01  区分番号           PIC 9(1).
       01  集計クラス区分     PIC X(2).
       01  対象件数           PIC 9(5) VALUE ZERO.
       01  件数編集           PIC ZZZZ9.
       01  出力位置           PIC 9(2).
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
           DISPLAY "***PRO2096 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           MOVE 実行日(1:6) TO 対象年月.
           OPEN INPUT 集計パラメタファイル.
           IF パラメタ状態 = "00"
             THEN
               READ 集計パラメタファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   IF 指定年月 IS NUMERIC AND
                      指定年月 > ZERO
                     THEN
                       MOVE 指定年月 TO 対象年月
                     ELSE
                       CONTINUE
                   END-IF
               END-READ
               CLOSE 集計パラメタファイル
             ELSE
               CONTINUE
           END-IF.
           INITIALIZE 全体件数エリア.
      *
           OPEN INPUT 履歴ファイル.
           IF 履歴状態 NOT = "00"
             THEN
               DISPLAY "異動履歴なし。"
                       "0件で集計表を作る。"
               SET 読込終了 TO TRUE
             ELSE
               CONTINUE
           END-IF.
           OPEN OUTPUT 集計表ファイル.
           IF 集計表状態 NOT = "00"
             THEN
               MOVE "PRO2096" TO 発生プログラム名
               MOVE 集計表状態 TO 入出力状態
               MOVE "集計表ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
           PERFORM UNTIL 読込終了
             READ 履歴ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 履歴発効日(1:6) = 対象年月
                   THEN
                     ADD 1 TO 対象件数
                     PERFORM 履歴1件集計
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           IF 履歴状態 = "00" OR 履歴状態 = "10"
             THEN
               CLOSE 履歴ファイル
             ELSE
               CONTINUE
           END-IF.
      *
           PERFORM クラス並べ替え.
           PERFORM 集計表出力.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       履歴1件集計            SECTION.
      ***********************************
      *
      *  異動区分ごとに数えるクラスと区分番号を決める。
      *  クラス変更は変更前の転出と変更後の転入の2件とする。
           EVALUATE 履歴異動区分
             WHEN "1"
               MOVE 1 TO 区分番号
             WHEN "2"
               MOVE 2 TO 区分番号
             WHEN "3"
               MOVE 3 TO 区分番号
             WHEN "4"
               MOVE 4 TO 区分番号
             WHEN "5"
               MOVE 履歴前クラス区分 TO 集計クラス区分
               MOVE 6 TO 区分番号
               PERFORM クラス加算
               MOVE 5 TO 区分番号
             WHEN "6"
               MOVE 7 TO 区分番号
             WHEN OTHER
               GO TO 履歴1件集計－ＥＸ
           END-EVALUATE.
           MOVE 履歴後クラス区分 TO 集計クラス区分.
           PERFORM クラス加算.
      *
       履歴1件集計－ＥＸ.
       EXIT.
      *
      ***********************************
       クラス加算             SECTION.
      ***********************************
      *
      *  集計クラス区分の行を探し、無ければ追加して数える。
           MOVE ZERO TO 該当番号.
           PERFORM VARYING クラス番号 FROM 1 BY 1
             UNTIL クラス番号 > クラス件数
                OR 該当番号 NOT = ZERO
             IF 表クラス区分(クラス番号)
                = 集計クラス区分
               THEN
                 MOVE クラス番号 TO 該当番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当番号 = ZERO
             THEN
               IF クラス件数 < 50
                 THEN
                   ADD 1 TO クラス件数
                   MOVE クラス件数 TO 該当番号
                   INITIALIZE クラスエントリ(該当番号)
                   MOVE 集計クラス区分
                     TO 表クラス区分(該当番号)
                 ELSE
                   DISPLAY "クラステーブル上限超過:"
                           集計クラス区分
                   GO TO クラス加算－ＥＸ
               END-IF
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 表異動件数(該当番号 区分番号).
           ADD 1 TO 全体異動件数(区分番号).
      *
       クラス加算－ＥＸ.
       EXIT.
      *
      ***********************************
       クラス並べ替え         SECTION.
      ***********************************
      *
      *  クラス区分の昇順に並べ替える。件数が少ないので単純
      *  な交換法による。
           PERFORM VARYING クラス番号 FROM 1 BY 1
             UNTIL クラス番号 >= クラス件数
             PERFORM VARYING 比較番号 FROM クラス番号 BY 1
               UNTIL 比較番号 > クラス件数
               IF 表クラス区分(比較番号)
                  < 表クラス区分(クラス番号)
                 THEN
                   MOVE クラスエントリ(クラス番号)
                     TO 入替エントリ
                   MOVE クラスエントリ(比較番号)
                     TO クラスエントリ(クラス番号)
                   MOVE 入替エントリ
                     TO クラスエントリ(比較番号)
                 ELSE
                   CONTINUE
               END-IF
             END-PERFORM
           END-PERFORM.
      *
       クラス並べ替え－ＥＸ.
       EXIT.
      *
      ***********************************
       集計表出力             SECTION.
      ***********************************
      *
           MOVE SPACES TO レポート行.
           STRING "学籍異動 月次集計 対象年月:"
                  DELIMITED BY SIZE
                  対象年月 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 集計表レコード FROM レポート行.
      *  見出し行。列位置は明細行の編集に合わせる。
           MOVE SPACES TO レポート行.
           STRING "クラス 入学  休学  復学  退学"
                  DELIMITED BY SIZE
                  "  転入  転出  担任" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 集計表レコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING クラス番号 FROM 1 BY 1
             UNTIL クラス番号 > クラス件数
             MOVE SPACES TO レポート行
             IF 表クラス区分(クラス番号) = SPACES
               THEN
                 MOVE "未定" TO レポート行(1:6)
               ELSE
                 MOVE 表クラス区分(クラス番号)
                   TO レポート行(1:2)
             END-IF
             PERFORM VARYING 区分番号 FROM 1 BY 1
               UNTIL 区分番号 > 7
               MOVE 表異動件数(クラス番号 区分番号)
                 TO 件数編集
               COMPUTE 出力位置 = 区分番号 * 6 + 1
               MOVE 件数編集 TO レポート行(出力位置:5)
             END-PERFORM
             WRITE 集計表レコード FROM レポート行
           END-PERFORM.
      *  全クラスの合計行。
           MOVE SPACES TO レポート行.
           MOVE "合計" TO レポート行(1:6).
           PERFORM VARYING 区分番号 FROM 1 BY 1
             UNTIL 区分番号 > 7
             MOVE 全体異動件数(区分番号) TO 件数編集
             COMPUTE 出力位置 = 区分番号 * 6 + 1
             MOVE 件数編集 TO レポート行(出力位置:5)
           END-PERFORM.
           WRITE 集計表レコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
      *
       集計表出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           CLOSE 集計表ファイル.
           DISPLAY "対象年月:" 対象年月
                   " 集計履歴:" 対象件数
                   " クラス数:" クラス件数.
      *
           DISPLAY "***PRO2096 END***".
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
