       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2093.
      *  メール配信不能の取込み。メールゲートウェイが返した配信
      *  不能の結果(MAILBOUNCE2006)を読み、該当の受験者を郵送
      *  切替(KAMIKIRIKAE2006)へ未処理として追記する。翌日の
      *  PRO2029がこれを郵送で印刷する。未処理で載っている受験
      *  者は重ねて載せない。恒久的な配信不能(区分H)の受験者は
      *  住所マスタ(ADRMST2006)のメール希望区分をYからBに変え、
      *  以後の通知も郵送とする。処理結果をレポート
      *  (MAILBOUNCERPT2006)に並べる。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  メールゲートウェイからの配信不能の結果。
           SELECT 配信不能ファイル ASSIGN TO
             "/home/suzuki/DATA/MAILBOUNCE2006"
             FILE STATUS IS 不能状態.
      *  郵送へ戻す受験者の一覧。PRO2029が読む。
           SELECT 郵送切替ファイル ASSIGN TO
             "/home/suzuki/DATA/KAMIKIRIKAE2006"
             FILE STATUS IS 切替状態.
      *  受験者の住所・連絡先マスタ。メール希望区分を書き換える。
           SELECT 住所マスタファイル ASSIGN TO
             "/home/suzuki/DATA/ADRMST2006"
             FILE STATUS IS 住所状態.
      *  配信不能の処理結果レポート。
           SELECT 不能レポートファイル ASSIGN TO
             "/home/suzuki/DATA/MAILBOUNCERPT2006"
             FILE STATUS IS レポート状態.
       DATA                   DIVISION.
       FILE                   SECTION.
      *  不能区分 H:恒久(アドレス不明など) S:一時(容量超過など)。
       FD  配信不能ファイル.
       01  配信不能レコード.
         03 不能受験者ID      PIC X(06).
         03 不能試験回        PIC 9(02).
         03 不能日            PIC 9(08).
         03 不能区分          PIC X(01).
           88 恒久不能        VALUE "H".
         03 不能理由          PIC X(40).
      *  処理済区分 空白:未処理 Y:郵送で発行済。
       FD  郵送切替ファイル.
       01  郵送切替レコード.
         03 切替試験回        PIC 9(02).
         03 切替受験者ID      PIC X(06).
         03 切替登録日        PIC 9(08).
         03 切替処理済区分    PIC X(01).
         03 切替処理日        PIC 9(08).
       FD  住所マスタファイル.
       01  住所マスタレコード.
           COPY CP026.
       FD  不能レポートファイル.
       01  不能レポートレコード PIC X(80).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 不能状態          PIC X(2).
         03 切替状態          PIC X(2).
         03 住所状態          PIC X(2).
         03 レポート状態      PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
      *  郵送切替の未処理分と今回追記した分の試験回・受験者ID。
       01  未処理テーブルエリア.
         03 未処理件数        PIC 9(4) VALUE ZERO.
         03 未処理番号        PIC 9(4).
         03 未処理エントリ    OCCURS 1000 TIMES.
           05 表未処理試験回  PIC 9(02).
           05 表未処理受験者ID PIC X(06).
      *  恒久不能でメール希望を止める受験者ID。
       01  停止テーブルエリア.
         03 停止件数          PIC 9(4) VALUE ZERO.
         03 停止番号          PIC 9(4).
         03 表停止受験者ID    PIC X(06) OCCURS 1000 TIMES.
       01  該当フラグ         PIC X(1).
           88 該当あり        VALUE "Y".
       01  集計エリア.
         03 不能件数          PIC 9(5) VALUE ZERO.
         03 切替登録件数      PIC 9(5) VALUE ZERO.
         03 登録済件数        PIC 9(5) VALUE ZERO.
         03 希望停止件数      PIC 9(5) VALUE ZERO.
       01  処置内容           PIC X(24).
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
           PERFORM 希望区分更新.
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
           DISPLAY "***PRO2093 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
      *  郵送切替の未処理分をテーブルへ読み込む。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 郵送切替ファイル.
           IF 切替状態 = "00"
             THEN
               PERFORM UNTIL 読込終了
                 READ 郵送切替ファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     IF 切替処理済区分 = SPACE
                       THEN
                         PERFORM 未処理追加
                       ELSE
                         CONTINUE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 郵送切替ファイル
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 配信不能ファイル.
           IF 不能状態 NOT = "00"
             THEN
               MOVE "PRO2093" TO 発生プログラム名
               MOVE 不能状態 TO 入出力状態
               MOVE "配信不能ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
      *  郵送切替へは追記する。無ければ新たに作る。
           OPEN EXTEND 郵送切替ファイル.
           IF 切替状態 NOT = "00"
             THEN
               CLOSE 郵送切替ファイル
               OPEN OUTPUT 郵送切替ファイル
             ELSE
               CONTINUE
           END-IF.
           OPEN OUTPUT 不能レポートファイル.
           MOVE SPACES TO レポート行.
           STRING "メール配信不能 処理結果 実行日:"
                  DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 不能レポートレコード FROM レポート行.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
           PERFORM UNTIL 読込終了
             READ 配信不能ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 ADD 1 TO 不能件数
                 PERFORM 郵送切替登録
                 IF 恒久不能
                   THEN
                     PERFORM 停止追加
                   ELSE
                     CONTINUE
                 END-IF
                 PERFORM 明細出力
             END-READ
           END-PERFORM.
           CLOSE 配信不能ファイル.
           CLOSE 郵送切替ファイル.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       郵送切替登録           SECTION.
      ***********************************
      *
      *  未処理で載っていなければ郵送切替へ追記する。
           MOVE "N" TO 該当フラグ.
           PERFORM VARYING 未処理番号 FROM 1 BY 1
             UNTIL 未処理番号 > 未処理件数
             IF 表未処理試験回(未処理番号) = 不能試験回
                AND 表未処理受験者ID(未処理番号) =
                    不能受験者ID
               THEN
                 SET 該当あり TO TRUE
                 MOVE 未処理件数 TO 未処理番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当あり
             THEN
               ADD 1 TO 登録済件数
               MOVE "郵送切替登録済" TO 処置内容
               GO TO 郵送切替登録－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 不能試験回 TO 切替試験回.
           MOVE 不能受験者ID TO 切替受験者ID.
           MOVE 実行日 TO 切替登録日.
           MOVE SPACE TO 切替処理済区分.
           MOVE ZERO TO 切替処理日.
           WRITE 郵送切替レコード.
           PERFORM 未処理追加.
           ADD 1 TO 切替登録件数.
           MOVE "郵送切替登録" TO 処置内容.
      *
       郵送切替登録－ＥＸ.
       EXIT.
      *
      ***********************************
       未処理追加             SECTION.
      ***********************************
      *
           IF 未処理件数 < 1000
             THEN
               ADD 1 TO 未処理件数
               MOVE 切替試験回
                 TO 表未処理試験回(未処理件数)
               MOVE 切替受験者ID
                 TO 表未処理受験者ID(未処理件数)
             ELSE
               MOVE "PRO2093" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "郵送切替テーブル上限超過"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
           END-IF.
      *
       未処理追加－ＥＸ.
       EXIT.
      *
      ***********************************
       停止追加               SECTION.
      ***********************************
      *
           PERFORM VARYING 停止番号 FROM 1 BY 1
             UNTIL 停止番号 > 停止件数
             IF 表停止受験者ID(停止番号) = 不能受験者ID
               THEN
                 GO TO 停止追加－ＥＸ
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 停止件数 < 1000
             THEN
               ADD 1 TO 停止件数
               MOVE 不能受験者ID
                 TO 表停止受験者ID(停止件数)
             ELSE
               MOVE "PRO2093" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "停止テーブル上限超過"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
           END-IF.
      *
       停止追加－ＥＸ.
       EXIT.
      *
      ***********************************
       明細出力               SECTION.
      ***********************************
      *
           MOVE SPACES TO レポート行.
           STRING "受験者ID:" DELIMITED BY SIZE
                  不能受験者ID DELIMITED BY SIZE
                  " 試験回:" DELIMITED BY SIZE
                  不能試験回 DELIMITED BY SIZE
                  " 区分:" DELIMITED BY SIZE
                  不能区分 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  処置内容 DELIMITED BY SPACE
                  INTO レポート行.
           WRITE 不能レポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           STRING "  理由:" DELIMITED BY SIZE
                  不能理由 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 不能レポートレコード FROM レポート行.
      *
       明細出力－ＥＸ.
       EXIT.
      *
      ***********************************
       希望区分更新           SECTION.
      ***********************************
      *
      *  恒久不能の受験者のメール希望区分をYからBに変える。
           IF 停止件数 = ZERO
             THEN
               GO TO 希望区分更新－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           OPEN I-O 住所マスタファイル.
           IF 住所状態 NOT = "00"
             THEN
               MOVE "PRO2093" TO 発生プログラム名
               MOVE 住所状態 TO 入出力状態
               MOVE "住所マスタのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 住所マスタファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 対象区分 = "J"
                    AND メール希望区分 = "Y"
                   THEN
                     PERFORM 停止判定
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 住所マスタファイル.
      *
       希望区分更新－ＥＸ.
       EXIT.
      *
      ***********************************
       停止判定               SECTION.
      ***********************************
      *
           PERFORM VARYING 停止番号 FROM 1 BY 1
             UNTIL 停止番号 > 停止件数
             IF 表停止受験者ID(停止番号) = 対象コード
               THEN
                 MOVE "B" TO メール希望区分
                 REWRITE 住所マスタレコード
                 ADD 1 TO 希望停止件数
                 MOVE 停止件数 TO 停止番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       停止判定－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           MOVE SPACES TO レポート行.
           STRING "配信不能:" DELIMITED BY SIZE
                  不能件数 DELIMITED BY SIZE
                  " 切替登録:" DELIMITED BY SIZE
                  切替登録件数 DELIMITED BY SIZE
                  " 登録済:" DELIMITED BY SIZE
                  登録済件数 DELIMITED BY SIZE
                  " 希望停止:" DELIMITED BY SIZE
                  希望停止件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 不能レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           CLOSE 不能レポートファイル.
           DISPLAY "配信不能:" 不能件数
                   " 郵送切替登録:" 切替登録件数
                   " メール停止:" 希望停止件数.
           DISPLAY "***PRO2093 END***".
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
