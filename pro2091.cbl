       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2091.
      *  設問バンクの退役候補レポート。PRO2050が使用履歴を積んだ
      *  設問バンク(SETSUMONBANK2006)を設問IDごとに読み、直近に
      *  使った試験回の識別力が負またはゼロに近い設問と、使用
      *  回数が上限に達した設問に退役区分を付けて書き戻す。
      *  設問ごとの使用回数・累計解答数と試験回ごとの正答率・
      *  識別力の推移を出題委員会向けのレポート
      *  (SETSUMONBANKRPT2006)に並べる。上限の使用回数と識別力
      *  の下限は制御ファイル(SETSUMONBANKPARM2006)で指定する。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  設問IDごとの設問バンク。退役区分を書き換える。
           SELECT 設問バンクファイル ASSIGN TO
             "/home/suzuki/DATA/SETSUMONBANK2006"
             FILE STATUS IS バンク状態.
      *  退役判定の上限使用回数と識別力下限。任意。
           SELECT バンク制御ファイル ASSIGN TO
             "/home/suzuki/DATA/SETSUMONBANKPARM2006"
             FILE STATUS IS 制御状態.
      *  出題委員会向けの設問バンクレポート。
           SELECT バンクレポートファイル ASSIGN TO
             "/home/suzuki/DATA/SETSUMONBANKRPT2006"
             FILE STATUS IS レポート状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  設問バンクファイル.
       01  設問バンクレコード.
           COPY CP046.
      *  上限使用回数ゼロは3回、識別力下限ゼロは5.0とする。
       FD  バンク制御ファイル.
       01  バンク制御レコード.
         03 指定上限使用回数  PIC 9(3).
         03 指定識別力下限    PIC 9(2)V9.
       FD  バンクレポートファイル.
       01  バンクレポートレコード PIC X(80).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 バンク状態        PIC X(2).
         03 制御状態          PIC X(2).
         03 レポート状態      PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  上限使用回数       PIC 9(3) VALUE 3.
       01  識別力下限         PIC S9(2)V9 VALUE 5.0.
       01  履番               PIC 9(2).
       01  直近番             PIC 9(2).
       01  識別力不足フラグ   PIC X(1).
           88 識別力不足      VALUE "Y".
       01  使用過多フラグ     PIC X(1).
           88 使用過多        VALUE "Y".
       01  集計エリア.
         03 設問件数          PIC 9(5) VALUE ZERO.
         03 識別力不足件数    PIC 9(5) VALUE ZERO.
         03 使用過多件数      PIC 9(5) VALUE ZERO.
         03 退役候補件数      PIC 9(5) VALUE ZERO.
       01  レポート行         PIC X(80).
       01  帳票編集.
         03 編集正答率        PIC ZZ9.9.
         03 編集識別力        PIC ---9.9.
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
           DISPLAY "***PRO2091 START***".
      *  制御ファイルがあれば上限と下限を読み替える。
           OPEN INPUT バンク制御ファイル.
           IF 制御状態 = "00"
             THEN
               READ バンク制御ファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   IF 指定上限使用回数 > ZERO
                     THEN
                       MOVE 指定上限使用回数
                         TO 上限使用回数
                     ELSE
                       CONTINUE
                   END-IF
                   IF 指定識別力下限 > ZERO
                     THEN
                       MOVE 指定識別力下限 TO 識別力下限
                     ELSE
                       CONTINUE
                   END-IF
               END-READ
               CLOSE バンク制御ファイル
             ELSE
               CONTINUE
           END-IF.
           OPEN I-O 設問バンクファイル.
           IF バンク状態 NOT = "00"
             THEN
               MOVE "PRO2091" TO 発生プログラム名
               MOVE バンク状態 TO 入出力状態
               MOVE "設問バンクのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           OPEN OUTPUT バンクレポートファイル.
           MOVE SPACES TO レポート行.
           STRING "設問バンク 使用状況・"
                  "退役候補レポート" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE バンクレポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           MOVE 識別力下限 TO 編集識別力.
           STRING "上限使用回数:" DELIMITED BY SIZE
                  上限使用回数 DELIMITED BY SIZE
                  " 識別力下限:" DELIMITED BY SIZE
                  編集識別力 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE バンクレポートレコード FROM レポート行.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 設問バンクファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 ADD 1 TO 設問件数
                 PERFORM 退役判定
                 PERFORM 設問出力
                 REWRITE 設問バンクレコード
             END-READ
           END-PERFORM.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       退役判定               SECTION.
      ***********************************
      *
      *  履歴のうち最も新しい試験回の識別力で判定する。
      *  識別力が下限未満(負を含む)なら識別力不足、使用回数が
      *  上限に達していれば使用過多とする。
           MOVE "N" TO 識別力不足フラグ.
           MOVE "N" TO 使用過多フラグ.
           MOVE ZERO TO 直近番.
           PERFORM VARYING 履番 FROM 1 BY 1
             UNTIL 履番 > 10
             IF バンク履歴試験回(履番) > ZERO
               THEN
                 IF 直近番 = ZERO
                   THEN
                     MOVE 履番 TO 直近番
                   ELSE
                     IF バンク履歴試験回(履番) >
                        バンク履歴試験回(直近番)
                       THEN
                         MOVE 履番 TO 直近番
                       ELSE
                         CONTINUE
                     END-IF
                 END-IF
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 直近番 > ZERO
             THEN
               IF バンク履歴識別力(直近番) < 識別力下限
                 THEN
                   MOVE "Y" TO 識別力不足フラグ
                   ADD 1 TO 識別力不足件数
                 ELSE
                   CONTINUE
               END-IF
             ELSE
               CONTINUE
           END-IF.
           IF バンク使用回数 >= 上限使用回数
             THEN
               MOVE "Y" TO 使用過多フラグ
               ADD 1 TO 使用過多件数
             ELSE
               CONTINUE
           END-IF.
           EVALUATE TRUE
             WHEN 識別力不足 AND 使用過多
               MOVE "B" TO バンク退役区分
             WHEN 識別力不足
               MOVE "L" TO バンク退役区分
             WHEN 使用過多
               MOVE "O" TO バンク退役区分
             WHEN OTHER
               MOVE SPACE TO バンク退役区分
           END-EVALUATE.
           IF バンク退役区分 NOT = SPACE
             THEN
               ADD 1 TO 退役候補件数
             ELSE
               CONTINUE
           END-IF.
      *
       退役判定－ＥＸ.
       EXIT.
      *
      ***********************************
       設問出力               SECTION.
      ***********************************
      *
      *  設問ごとの見出し行と試験回ごとの推移行を書く。
           MOVE SPACES TO レポート行.
           STRING バンク設問ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  バンク科目 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  バンク分野 DELIMITED BY SIZE
                  " 使用:" DELIMITED BY SIZE
                  バンク使用回数 DELIMITED BY SIZE
                  " 解答:" DELIMITED BY SIZE
                  バンク累計解答数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE バンクレポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING 履番 FROM 1 BY 1
             UNTIL 履番 > 10
             IF バンク履歴試験回(履番) > ZERO
               THEN
                 PERFORM 履歴行出力
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           MOVE SPACES TO レポート行.
           EVALUATE バンク退役区分
             WHEN "B"
               STRING "  ＊退役候補:"
                      "識別力不足・使用過多" DELIMITED BY SIZE
                      INTO レポート行
             WHEN "L"
               MOVE "  ＊退役候補:識別力不足"
                 TO レポート行
             WHEN "O"
               MOVE "  ＊退役候補:使用過多"
                 TO レポート行
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF レポート行 NOT = SPACES
             THEN
               WRITE バンクレポートレコード
                 FROM レポート行
             ELSE
               CONTINUE
           END-IF.
      *
       設問出力－ＥＸ.
       EXIT.
      *
      ***********************************
       履歴行出力             SECTION.
      ***********************************
      *
           MOVE バンク履歴正答率(履番) TO 編集正答率.
           MOVE バンク履歴識別力(履番) TO 編集識別力.
           MOVE SPACES TO レポート行.
           STRING "  試験回:" DELIMITED BY SIZE
                  バンク履歴試験回(履番) DELIMITED BY SIZE
                  " 設問:" DELIMITED BY SIZE
                  バンク履歴設問番号(履番) DELIMITED BY SIZE
                  " 解答数:" DELIMITED BY SIZE
                  バンク履歴解答数(履番) DELIMITED BY SIZE
                  " 正答率:" DELIMITED BY SIZE
                  編集正答率 DELIMITED BY SIZE
                  " 識別力:" DELIMITED BY SIZE
                  編集識別力 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE バンクレポートレコード FROM レポート行.
      *
       履歴行出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           CLOSE 設問バンクファイル.
           MOVE SPACES TO レポート行.
           STRING "設問数:" DELIMITED BY SIZE
                  設問件数 DELIMITED BY SIZE
                  " 退役候補:" DELIMITED BY SIZE
                  退役候補件数 DELIMITED BY SIZE
                  " 識別力不足:" DELIMITED BY SIZE
                  識別力不足件数 DELIMITED BY SIZE
                  " 使用過多:" DELIMITED BY SIZE
                  使用過多件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE バンクレポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           CLOSE バンクレポートファイル.
           DISPLAY "設問数:" 設問件数
                   " 退役候補:" 退役候補件数.
           DISPLAY "***PRO2091 END***".
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
