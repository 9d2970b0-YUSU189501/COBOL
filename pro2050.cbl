      *  正答率と識別力を並べた分析レポート(BUNSEKI2006)を
      *  書き出す。正答は得点が配点に達した解答とし、識別力は
      *  合格者(SHIKENKEKKAFINAL)と不合格者の正答率の差で表す。
      *  出題委員会への報告資料のもとになる。試験回ごとの
      *  設問番号と設問IDの対応(SETSUMONTAIO2006)があれば、
      *  集計した正答率・識別力を設問バンク(SETSUMONBANK2006)
      *  の使用履歴へ書き込み、使用回数・累計解答数を積み上げる。
      *  同じ試験回の集計はやり直しても履歴を置き換えるだけで
      *  使用回数を重ねない。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT 分析レポートファイル ASSIGN TO
             "/home/suzuki/DATA/BUNSEKI2006"
             FILE STATUS IS レポート状態.
      *  試験回・設問番号ごとの設問IDの対応ファイル。
           SELECT 設問対応ファイル ASSIGN TO
             "/home/suzuki/DATA/SETSUMONTAIO2006"
             FILE STATUS IS 対応状態.
      *  設問IDごとの設問バンク。全件読んで書き戻す。
           SELECT 設問バンクファイル ASSIGN TO
             "/home/suzuki/DATA/SETSUMONBANK2006"
             FILE STATUS IS バンク状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  設問台帳ファイル.
           05 台帳設問番号    PIC 9(03).
           05 台帳配点        PIC 9(03).
           05 台帳得点        PIC 9(03).
           05 台帳解答        PIC X(01).
       FD  合格者結果ファイル.
       01  合格者結果レコード.
           COPY CP008.
       FD  分析レポートファイル.
       01  分析レポートレコード PIC X(80).
       FD  設問対応ファイル.
       01  設問対応レコード.
           05 対応試験回      PIC 9(02).
           05 対応設問番号    PIC 9(03).
           05 対応設問ID      PIC X(08).
       FD  設問バンクファイル.
       01  設問バンクレコード PIC X(229).
       WORKING-STORAGE        SECTION.
       01  状態.
           05 台帳状態        PIC X(2).
           05 合格状態        PIC X(2).
           05 レポート状態    PIC X(2).
           05 対応状態        PIC X(2).
           05 バンク状態      PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
      *  合格者の試験回・受験者IDのテーブル。
       01  識別力             PIC S9(3)V9.
       01  識別力表示         PIC ---9.9.
       01  取込件数           PIC 9(7) VALUE ZERO.
      *  設問番号と設問IDの対応テーブル。
       01  対応テーブルエリア.
           05 対応件数        PIC 9(4) VALUE ZERO.
           05 対応番号        PIC 9(4).
           05 対応エントリ    OCCURS 2000 TIMES.
              10 表対応試験回   PIC 9(02).
              10 表対応設問番号 PIC 9(03).
              10 表対応設問ID   PIC X(08).
      *  設問バンクの読み込みテーブル。レコードの内容をその
      *  まま持ち、更新はバンク作業レコードへ移して行う。
       01  バンクテーブルエリア.
           05 バンク件数      PIC 9(4) VALUE ZERO.
           05 バンク番号      PIC 9(4).
           05 該当バンク番号  PIC 9(4).
           05 バンクエントリ  OCCURS 1000 TIMES.
              10 表バンク内容   PIC X(229).
       01  バンク作業レコード.
           COPY CP046.
       01  対象設問ID         PIC X(08).
       01  履歴番号           PIC 9(02).
       01  該当履歴番号       PIC 9(02).
       01  バンク更新フラグ   PIC X(1) VALUE "N".
           88 バンク更新する  VALUE "Y".
       01  バンク集計エリア.
           05 バンク反映件数  PIC 9(5) VALUE ZERO.
           05 未対応設問件数  PIC 9(5) VALUE ZERO.
           05 未登録設問件数  PIC 9(5) VALUE ZERO.
       01  レポート行         PIC X(80).
      *  異常終了ログ呼出し(SUB9000)への引き渡し情報。
       01  異常終了情報.
       レポート出力           SECTION.
      ***********************************
      *
           PERFORM バンク読込.
           OPEN OUTPUT 分析レポートファイル.
           MOVE "設問分析レポート" TO レポート行.
           WRITE 分析レポートレコード FROM レポート行.
             AFTER 2 LINE
           END-WRITE.
           CLOSE 分析レポートファイル.
           PERFORM バンク書戻し.
      *
       レポート出力－ＥＸ.
       EXIT.
                  識別力表示 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 分析レポートレコード FROM レポート行.
           PERFORM バンク反映.
      *
       分析行出力－ＥＸ.
       EXIT.
      *
      ***********************************
       バンク読込             SECTION.
      ***********************************
      *
      *  対応ファイルが無ければ設問バンクは更新しない。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 設問対応ファイル.
           IF 対応状態 NOT = "00"
             THEN
               DISPLAY "設問対応ファイルなし。"
                       "設問バンク更新を省略。"
               GO TO バンク読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 設問対応ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 対応件数 < 2000
                   THEN
                     ADD 1 TO 対応件数
                     MOVE 対応試験回
                       TO 表対応試験回(対応件数)
                     MOVE 対応設問番号
                       TO 表対応設問番号(対応件数)
                     MOVE 対応設問ID
                       TO 表対応設問ID(対応件数)
                   ELSE
                     MOVE "PRO2050" TO 発生プログラム名
                     MOVE SPACES TO 入出力状態
                     MOVE "設問対応テーブル上限超過"
                       TO 異常終了メッセージ
                     PERFORM 異常終了処理
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 設問対応ファイル.
      *  設問バンクが無いときは全ての設問IDを未登録とする。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 設問バンクファイル.
           IF バンク状態 NOT = "00"
             THEN
               DISPLAY "設問バンクなし。"
             ELSE
               PERFORM UNTIL 読込終了
                 READ 設問バンクファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     IF バンク件数 < 1000
                       THEN
                         ADD 1 TO バンク件数
                         MOVE 設問バンクレコード
                           TO 表バンク内容(バンク件数)
                       ELSE
                         MOVE "PRO2050"
                           TO 発生プログラム名
                         MOVE SPACES TO 入出力状態
                         MOVE "設問バンクテーブル上限超過"
                           TO 異常終了メッセージ
                         PERFORM 異常終了処理
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 設問バンクファイル
           END-IF.
           MOVE "Y" TO バンク更新フラグ.
      *
       バンク読込－ＥＸ.
       EXIT.
      *
      ***********************************
       バンク反映             SECTION.
      ***********************************
      *
      *  設問番号の集計を設問IDの使用履歴へ書き込む。同じ
      *  試験回の履歴があれば置き換え、無ければ空き枠へ加えて
      *  使用回数を数える。枠が埋まっていれば最も古い回を
      *  押し出す。押し出した回より古い試験回は反映済とする。
           IF NOT バンク更新する
             THEN
               GO TO バンク反映－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 対象設問ID.
           PERFORM VARYING 対応番号 FROM 1 BY 1
             UNTIL 対応番号 > 対応件数
             IF 表対応試験回(対応番号) =
                表集計試験回(設問番号)
                AND 表対応設問番号(対応番号) =
                    表集計設問(設問番号)
               THEN
                 MOVE 表対応設問ID(対応番号)
                   TO 対象設問ID
                 MOVE 対応件数 TO 対応番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 対象設問ID = SPACES
             THEN
               ADD 1 TO 未対応設問件数
               GO TO バンク反映－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE ZERO TO 該当バンク番号.
           PERFORM VARYING バンク番号 FROM 1 BY 1
             UNTIL バンク番号 > バンク件数
             IF 表バンク内容(バンク番号)(1:8)
                = 対象設問ID
               THEN
                 MOVE バンク番号 TO 該当バンク番号
                 MOVE バンク件数 TO バンク番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当バンク番号 = ZERO
             THEN
               ADD 1 TO 未登録設問件数
               DISPLAY "設問バンク未登録:" 対象設問ID
               GO TO バンク反映－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 表バンク内容(該当バンク番号)
             TO バンク作業レコード.
           MOVE ZERO TO 該当履歴番号.
           PERFORM VARYING 履歴番号 FROM 1 BY 1
             UNTIL 履歴番号 > 10
             IF バンク履歴試験回(履歴番号) =
                表集計試験回(設問番号)
               THEN
                 MOVE 履歴番号 TO 該当履歴番号
                 MOVE 10 TO 履歴番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当履歴番号 > ZERO
             THEN
               SUBTRACT バンク履歴解答数(該当履歴番号)
                 FROM バンク累計解答数
             ELSE
               PERFORM 履歴枠確保
           END-IF.
           IF 該当履歴番号 = ZERO
             THEN
               GO TO バンク反映－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 表集計試験回(設問番号)
             TO バンク履歴試験回(該当履歴番号).
           MOVE 表集計設問(設問番号)
             TO バンク履歴設問番号(該当履歴番号).
           MOVE 表解答数(設問番号)
             TO バンク履歴解答数(該当履歴番号).
           MOVE 正答率
             TO バンク履歴正答率(該当履歴番号).
           MOVE 識別力
             TO バンク履歴識別力(該当履歴番号).
           ADD 表解答数(設問番号) TO バンク累計解答数.
           MOVE バンク作業レコード
             TO 表バンク内容(該当バンク番号).
           ADD 1 TO バンク反映件数.
      *
       バンク反映－ＥＸ.
       EXIT.
      *
      ***********************************
       履歴枠確保             SECTION.
      ***********************************
      *
      *  空き枠を探す。枠が埋まっていれば古い回を押し出して
      *  最後の枠を空ける。確保できなければ該当履歴番号はゼロ。
           PERFORM VARYING 履歴番号 FROM 1 BY 1
             UNTIL 履歴番号 > 10
             IF バンク履歴試験回(履歴番号) = ZERO
               THEN
                 MOVE 履歴番号 TO 該当履歴番号
                 MOVE 10 TO 履歴番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当履歴番号 = ZERO
             THEN
               IF 表集計試験回(設問番号)
                  < バンク履歴試験回(1)
                 THEN
                   GO TO 履歴枠確保－ＥＸ
                 ELSE
                   CONTINUE
               END-IF
               PERFORM VARYING 履歴番号 FROM 1 BY 1
                 UNTIL 履歴番号 > 9
                 MOVE バンク使用履歴(履歴番号 + 1)
                   TO バンク使用履歴(履歴番号)
               END-PERFORM
               MOVE 10 TO 該当履歴番号
             ELSE
               CONTINUE
           END-IF.
           INITIALIZE バンク使用履歴(該当履歴番号).
           ADD 1 TO バンク使用回数.
      *
       履歴枠確保－ＥＸ.
       EXIT.
      *
      ***********************************
       バンク書戻し           SECTION.
      ***********************************
      *
           IF NOT バンク更新する
             THEN
               GO TO バンク書戻し－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           OPEN OUTPUT 設問バンクファイル.
           PERFORM VARYING バンク番号 FROM 1 BY 1
             UNTIL バンク番号 > バンク件数
             WRITE 設問バンクレコード
               FROM 表バンク内容(バンク番号)
           END-PERFORM.
           CLOSE 設問バンクファイル.
           DISPLAY "設問バンク反映:" バンク反映件数
                   " 対応なし:" 未対応設問件数
                   " バンク未登録:" 未登録設問件数.
      *
       バンク書戻し－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
