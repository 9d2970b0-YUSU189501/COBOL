       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2087.
      *  受験者の名寄せバッチ。受験者マスタ(JUKENSHAMST2006)の
      *  氏名をSUB2014で正規化し、正規化後の氏名と生年月日が
      *  一致する有効な受験者IDの組を同一人物の候補として
      *  名寄せレポート(NAYOSERPT2006)へ書き出す。
      *  担当者が確認した組は名寄せ指示(NAYOSESHIJI2006)で指示
      *  する。統合指示は重複IDの受験履歴(JUKENREKI2006)・午前
      *  免除(MENJO2006)・資格台帳(SHIKAKUDAI2006)を存続IDへ
      *  付け替え、重複IDのマスタに統合先IDを立てる。存続IDに
      *  同じ試験回の記録が既にあれば重複IDの記録は削除する。
      *  変更はすべて変更前後のレコード像で名寄せ記録
      *  (NAYOSELOG2006)へ統合番号ごとに追記し、取消指示では
      *  その統合番号の記録を逆にたどって元へ戻す。
      *  PRO2055の受験者マスタ保守の後に定期的に実行する。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  受験者ID・氏名・生年月日・連絡先の受験者マスタ。
           SELECT 受験者マスタファイル ASSIGN TO
             "/home/suzuki/DATA/JUKENSHAMST2006"
             FILE STATUS IS マスタ状態.
      *  受験者ID・試験回・合否の受験履歴。
           SELECT 受験履歴ファイル ASSIGN TO
             "/home/suzuki/DATA/JUKENREKI2006"
             FILE STATUS IS 履歴状態.
      *  PRO2053が作る午前免除の資格者ファイル。
           SELECT 免除者ファイル ASSIGN TO
             "/home/suzuki/DATA/MENJO2006"
             FILE STATUS IS 免除状態.
      *  受験者ID・合格回・合格日・有効期限・状態の資格台帳。
           SELECT 資格台帳ファイル ASSIGN TO
             "/home/suzuki/DATA/SHIKAKUDAI2006"
             FILE STATUS IS 台帳状態.
      *  担当者が確認した統合・取消の指示。
           SELECT 名寄せ指示ファイル ASSIGN TO
             "/home/suzuki/DATA/NAYOSESHIJI2006"
             FILE STATUS IS 指示状態.
      *  統合・取消で変えたレコードの記録。追記していく。
           SELECT 名寄せ記録ファイル ASSIGN TO
             "/home/suzuki/DATA/NAYOSELOG2006"
             FILE STATUS IS 記録状態.
      *  名寄せ候補と指示の処理結果のレポート。
           SELECT 名寄せレポートファイル ASSIGN TO
             "/home/suzuki/DATA/NAYOSERPT2006"
             FILE STATUS IS レポート状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  受験者マスタファイル.
       01  受験者マスタレコード.
           COPY CP045.
       FD  受験履歴ファイル.
       01  受験履歴レコード.
         03 履歴受験者ID      PIC X(6).
         03 履歴試験回        PIC 9(2).
         03 履歴合否区分      PIC X(1).
       FD  免除者ファイル.
       01  免除者レコード.
         03 免除発生回        PIC 9(2).
         03 免除受験者ID      PIC X(6).
         03 免除期限回        PIC 9(2).
       FD  資格台帳ファイル.
       01  資格台帳レコード.
         03 台帳受験者ID      PIC X(6).
         03 台帳合格試験回    PIC 9(2).
         03 台帳合格日        PIC 9(8).
         03 台帳有効期限日    PIC 9(8).
         03 台帳状態区分      PIC X(1).
      *  指示区分 M:統合(重複IDを存続IDへ) R:統合の取消。
       FD  名寄せ指示ファイル.
       01  名寄せ指示レコード.
         03 指示区分          PIC X(1).
         03 指示存続ID        PIC X(6).
         03 指示重複ID        PIC X(6).
      *  処理区分 M:統合 R:取消。ファイル区分 A:受験者マスタ
      *  J:受験履歴 M:午前免除 S:資格台帳。操作区分 C:書換
      *  D:削除 I:追加(削除の取消)。変更前後はレコード像。
       FD  名寄せ記録ファイル.
       01  名寄せ記録レコード.
         03 記録統合番号      PIC 9(6).
         03 記録処理区分      PIC X(1).
         03 記録日            PIC 9(8).
         03 記録存続ID        PIC X(6).
         03 記録重複ID        PIC X(6).
         03 記録ファイル区分  PIC X(1).
         03 記録操作区分      PIC X(1).
         03 記録変更前        PIC X(70).
         03 記録変更後        PIC X(70).
       FD  名寄せレポートファイル.
       01  名寄せレポートレコード PIC X(80).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 マスタ状態        PIC X(2).
         03 履歴状態          PIC X(2).
         03 免除状態          PIC X(2).
         03 台帳状態          PIC X(2).
         03 指示状態          PIC X(2).
         03 記録状態          PIC X(2).
         03 レポート状態      PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
      *  受験者マスタのテーブル。正規化氏名は候補の照合に使う。
       01  マスタテーブルエリア.
         03 マスタ件数        PIC 9(4) VALUE ZERO.
         03 マスタ番号        PIC 9(4).
         03 比較番号          PIC 9(4).
         03 存続番号          PIC 9(4).
         03 重複番号          PIC 9(4).
         03 マスタエントリ    OCCURS 1000 TIMES.
           05 表マスタ像.
             07 表受験者ID    PIC X(6).
             07 表受験者名    PIC X(20).
             07 表初回登録日  PIC 9(8).
             07 表生年月日    PIC 9(8).
             07 表郵便番号    PIC X(7).
             07 表電話番号    PIC X(13).
             07 表統合先ID    PIC X(6).
           05 表正規化氏名    PIC X(40).
      *  受験履歴・午前免除・資格台帳のテーブル。削除フラグ"Y"
      *  の行は書き戻さない。
       01  履歴テーブルエリア.
         03 履歴件数          PIC 9(4) VALUE ZERO.
         03 履歴番号          PIC 9(4).
         03 履歴照合番号      PIC 9(4).
         03 履歴エントリ      OCCURS 2000 TIMES.
           05 表履歴像.
             07 表履歴受験者ID PIC X(6).
             07 表履歴試験回  PIC 9(2).
             07 表履歴合否    PIC X(1).
           05 表履歴削除      PIC X(1).
       01  免除テーブルエリア.
         03 免除件数          PIC 9(4) VALUE ZERO.
         03 免除番号          PIC 9(4).
         03 免除照合番号      PIC 9(4).
         03 免除エントリ      OCCURS 500 TIMES.
           05 表免除像.
             07 表免除発生回  PIC 9(2).
             07 表免除受験者ID PIC X(6).
             07 表免除期限回  PIC 9(2).
           05 表免除削除      PIC X(1).
       01  台帳テーブルエリア.
         03 台帳件数          PIC 9(4) VALUE ZERO.
         03 台帳番号          PIC 9(4).
         03 台帳照合番号      PIC 9(4).
         03 台帳エントリ      OCCURS 1000 TIMES.
           05 表台帳像.
             07 表台帳受験者ID PIC X(6).
             07 表台帳合格試験回 PIC 9(2).
             07 表台帳合格日  PIC 9(8).
             07 表台帳有効期限日 PIC 9(8).
             07 表台帳状態区分 PIC X(1).
           05 表台帳削除      PIC X(1).
      *  受験者IDの検索。
       01  検索受験者ID       PIC X(6).
       01  検索結果番号       PIC 9(4).
      *  統合番号。記録の最終番号に続けて振る。
       01  最終統合番号       PIC 9(6) VALUE ZERO.
       01  対象統合番号       PIC 9(6).
       01  取消済フラグ       PIC X(1).
           88 取消済          VALUE "Y".
      *  指示の処理中に記録を読むときの終了フラグ。
       01  記録終了フラグ     PIC X(1).
           88 記録読込終了    VALUE "1".
      *  取消で書き戻したレコードの記録。記録ファイルを読み
      *  終えてから取消の記録として追記する。
       01  取消記録テーブルエリア.
         03 取消記録件数      PIC 9(3) VALUE ZERO.
         03 取消記録番号      PIC 9(3).
         03 取消記録エントリ  OCCURS 300 TIMES.
           05 表取消ファイル区分 PIC X(1).
           05 表取消操作区分  PIC X(1).
           05 表取消変更前    PIC X(70).
           05 表取消変更後    PIC X(70).
       01  指示エラー理由     PIC X(36).
      *  1件の統合・取消で動かしたレコードの件数。
       01  指示内訳.
         03 内訳履歴件数      PIC 9(4).
         03 内訳免除件数      PIC 9(4).
         03 内訳台帳件数      PIC 9(4).
         03 内訳削除件数      PIC 9(4).
      *  件数集計。
       01  集計エリア.
         03 候補件数          PIC 9(5) VALUE ZERO.
         03 統合件数          PIC 9(5) VALUE ZERO.
         03 取消件数          PIC 9(5) VALUE ZERO.
         03 指示エラー件数    PIC 9(5) VALUE ZERO.
         03 取消不可件数      PIC 9(5) VALUE ZERO.
       01  レポート行         PIC X(80).
      *  氏名正規化呼出し(SUB2014)への引き渡し情報。
       01  氏名正規化情報.
           COPY CP018.
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
           PERFORM 指示処理.
      *
           PERFORM 候補抽出.
      *
           PERFORM 書き戻し.
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
           DISPLAY "***PRO2087 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
      *  受験者マスタをテーブルへ読み込み、氏名を正規化する。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 受験者マスタファイル.
           IF マスタ状態 NOT = "00"
             THEN
               MOVE "PRO2087" TO 発生プログラム名
               MOVE マスタ状態 TO 入出力状態
               MOVE "受験者マスタのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 受験者マスタファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF マスタ件数 < 1000
                   THEN
                     ADD 1 TO マスタ件数
                     MOVE 受験者マスタレコード
                       TO 表マスタ像(マスタ件数)
                     MOVE マスタ受験者名 TO 正規化前氏名
                     CALL "SUB2014" USING 氏名正規化情報
                       ON EXCEPTION
                         DISPLAY "サブルーチン呼出し失敗"
                         MOVE 正規化前氏名
                           TO 正規化後氏名
                       NOT ON EXCEPTION
                         CONTINUE
                     END-CALL
                     MOVE 正規化後氏名
                       TO 表正規化氏名(マスタ件数)
                   ELSE
                     MOVE "PRO2087" TO 発生プログラム名
                     MOVE SPACES TO 入出力状態
                     MOVE "マスタテーブル上限超過"
                       TO 異常終了メッセージ
                     PERFORM 異常終了処理
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 受験者マスタファイル.
      *  受験履歴をテーブルへ読み込む。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 受験履歴ファイル.
           IF 履歴状態 = "00"
             THEN
               PERFORM UNTIL 読込終了
                 READ 受験履歴ファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     IF 履歴件数 < 2000
                       THEN
                         ADD 1 TO 履歴件数
                         MOVE 受験履歴レコード
                           TO 表履歴像(履歴件数)
                         MOVE SPACE
                           TO 表履歴削除(履歴件数)
                       ELSE
                         MOVE "PRO2087"
                           TO 発生プログラム名
                         MOVE SPACES TO 入出力状態
                         MOVE "履歴テーブル上限超過"
                           TO 異常終了メッセージ
                         PERFORM 異常終了処理
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 受験履歴ファイル
             ELSE
               CONTINUE
           END-IF.
      *  午前免除をテーブルへ読み込む。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 免除者ファイル.
           IF 免除状態 = "00"
             THEN
               PERFORM UNTIL 読込終了
                 READ 免除者ファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     IF 免除件数 < 500
                       THEN
                         ADD 1 TO 免除件数
                         MOVE 免除者レコード
                           TO 表免除像(免除件数)
                         MOVE SPACE
                           TO 表免除削除(免除件数)
                       ELSE
                         MOVE "PRO2087"
                           TO 発生プログラム名
                         MOVE SPACES TO 入出力状態
                         MOVE "免除テーブル上限超過"
                           TO 異常終了メッセージ
                         PERFORM 異常終了処理
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 免除者ファイル
             ELSE
               CONTINUE
           END-IF.
      *  資格台帳をテーブルへ読み込む。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 資格台帳ファイル.
           IF 台帳状態 = "00"
             THEN
               PERFORM UNTIL 読込終了
                 READ 資格台帳ファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     IF 台帳件数 < 1000
                       THEN
                         ADD 1 TO 台帳件数
                         MOVE 資格台帳レコード
                           TO 表台帳像(台帳件数)
                         MOVE SPACE
                           TO 表台帳削除(台帳件数)
                       ELSE
                         MOVE "PRO2087"
                           TO 発生プログラム名
                         MOVE SPACES TO 入出力状態
                         MOVE "台帳テーブル上限超過"
                           TO 異常終了メッセージ
                         PERFORM 異常終了処理
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 資格台帳ファイル
             ELSE
               CONTINUE
           END-IF.
      *  名寄せ記録から最終の統合番号を求める。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 名寄せ記録ファイル.
           IF 記録状態 = "00"
             THEN
               PERFORM UNTIL 読込終了
                 READ 名寄せ記録ファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     IF 記録統合番号 > 最終統合番号
                       THEN
                         MOVE 記録統合番号
                           TO 最終統合番号
                       ELSE
                         CONTINUE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 名寄せ記録ファイル
             ELSE
               CONTINUE
           END-IF.
      *
           OPEN OUTPUT 名寄せレポートファイル.
           MOVE SPACES TO レポート行.
           STRING "受験者名寄せ 実行日:" DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 名寄せレポートレコード FROM レポート行.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       指示処理               SECTION.
      ***********************************
      *
      *  確認済の統合・取消の指示を順に処理する。指示が無い日
      *  は候補の抽出だけを行う。
           MOVE SPACES TO レポート行.
           MOVE "名寄せ指示の処理結果" TO レポート行.
           WRITE 名寄せレポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 名寄せ指示ファイル.
           IF 指示状態 NOT = "00"
             THEN
               MOVE SPACES TO レポート行
               MOVE "  指示なし" TO レポート行
               WRITE 名寄せレポートレコード
                 FROM レポート行
               GO TO 指示処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 名寄せ指示ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 PERFORM 指示判定
             END-READ
           END-PERFORM.
           CLOSE 名寄せ指示ファイル.
      *
       指示処理－ＥＸ.
       EXIT.
      *
      ***********************************
       指示判定               SECTION.
      ***********************************
      *
           MOVE 指示存続ID TO 検索受験者ID.
           PERFORM 受験者検索.
           MOVE 検索結果番号 TO 存続番号.
           MOVE 指示重複ID TO 検索受験者ID.
           PERFORM 受験者検索.
           MOVE 検索結果番号 TO 重複番号.
           IF 存続番号 = ZERO OR 重複番号 = ZERO
             THEN
               MOVE "受験者ID未登録" TO 指示エラー理由
               PERFORM 指示エラー出力
               GO TO 指示判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           EVALUATE 指示区分
             WHEN "M"
               PERFORM 統合検査
             WHEN "R"
               PERFORM 取消検査
             WHEN OTHER
               MOVE "指示区分不正" TO 指示エラー理由
               PERFORM 指示エラー出力
           END-EVALUATE.
      *
       指示判定－ＥＸ.
       EXIT.
      *
      ***********************************
       統合検査               SECTION.
      ***********************************
      *
      *  統合済のIDを重ねて統合しない。重複IDへ統合済のIDが
      *  あるときは、その統合を先に取り消してから指示する。
           IF 指示存続ID = 指示重複ID
             THEN
               MOVE "同一IDの指定" TO 指示エラー理由
               PERFORM 指示エラー出力
               GO TO 統合検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 表統合先ID(存続番号) NOT = SPACES
             THEN
               MOVE "存続IDが統合済" TO 指示エラー理由
               PERFORM 指示エラー出力
               GO TO 統合検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 表統合先ID(重複番号) NOT = SPACES
             THEN
               MOVE "重複IDが統合済" TO 指示エラー理由
               PERFORM 指示エラー出力
               GO TO 統合検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE ZERO TO 比較番号.
           PERFORM VARYING マスタ番号 FROM 1 BY 1
             UNTIL マスタ番号 > マスタ件数
             IF 表統合先ID(マスタ番号) = 指示重複ID
               THEN
                 MOVE マスタ番号 TO 比較番号
                 MOVE マスタ件数 TO マスタ番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 比較番号 > ZERO
             THEN
               MOVE "重複IDへ統合済のIDあり"
                 TO 指示エラー理由
               PERFORM 指示エラー出力
               GO TO 統合検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM 統合実行.
      *
       統合検査－ＥＸ.
       EXIT.
      *
      ***********************************
       統合実行               SECTION.
      ***********************************
      *
      *  重複IDの受験履歴・午前免除・資格台帳を存続IDへ付け替
      *  え、重複IDのマスタに統合先IDを立てる。変えた行はすべて
      *  変更前後の像で記録へ残す。
           ADD 1 TO 最終統合番号.
           INITIALIZE 指示内訳.
           OPEN EXTEND 名寄せ記録ファイル.
           IF 記録状態 NOT = "00"
             THEN
               CLOSE 名寄せ記録ファイル
               OPEN OUTPUT 名寄せ記録ファイル
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING 履歴番号 FROM 1 BY 1
             UNTIL 履歴番号 > 履歴件数
             IF 表履歴受験者ID(履歴番号) = 指示重複ID
                AND 表履歴削除(履歴番号) = SPACE
               THEN
                 PERFORM 履歴統合
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           PERFORM VARYING 免除番号 FROM 1 BY 1
             UNTIL 免除番号 > 免除件数
             IF 表免除受験者ID(免除番号) = 指示重複ID
                AND 表免除削除(免除番号) = SPACE
               THEN
                 PERFORM 免除統合
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           PERFORM VARYING 台帳番号 FROM 1 BY 1
             UNTIL 台帳番号 > 台帳件数
             IF 表台帳受験者ID(台帳番号) = 指示重複ID
                AND 表台帳削除(台帳番号) = SPACE
               THEN
                 PERFORM 台帳統合
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           INITIALIZE 名寄せ記録レコード.
           MOVE "A" TO 記録ファイル区分.
           MOVE "C" TO 記録操作区分.
           MOVE 表マスタ像(重複番号) TO 記録変更前.
           MOVE 指示存続ID TO 表統合先ID(重複番号).
           MOVE 表マスタ像(重複番号) TO 記録変更後.
           PERFORM 統合記録出力.
           CLOSE 名寄せ記録ファイル.
           ADD 1 TO 統合件数.
           MOVE SPACES TO レポート行.
           STRING "  統合 " DELIMITED BY SIZE
                  最終統合番号 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  指示存続ID DELIMITED BY SIZE
                  "<-" DELIMITED BY SIZE
                  指示重複ID DELIMITED BY SIZE
                  " 履歴:" DELIMITED BY SIZE
                  内訳履歴件数 DELIMITED BY SIZE
                  " 免除:" DELIMITED BY SIZE
                  内訳免除件数 DELIMITED BY SIZE
                  " 台帳:" DELIMITED BY SIZE
                  内訳台帳件数 DELIMITED BY SIZE
                  " 削除:" DELIMITED BY SIZE
                  内訳削除件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 名寄せレポートレコード FROM レポート行.
      *
       統合実行－ＥＸ.
       EXIT.
      *
      ***********************************
       履歴統合               SECTION.
      ***********************************
      *
      *  存続IDに同じ試験回の履歴があれば重複IDの行を削除し、
      *  無ければ存続IDへ付け替える。
           MOVE ZERO TO 履歴照合番号.
           PERFORM VARYING 比較番号 FROM 1 BY 1
             UNTIL 比較番号 > 履歴件数
             IF 表履歴受験者ID(比較番号) = 指示存続ID
                AND 表履歴試験回(比較番号) =
                    表履歴試験回(履歴番号)
                AND 表履歴削除(比較番号) = SPACE
               THEN
                 MOVE 比較番号 TO 履歴照合番号
                 MOVE 履歴件数 TO 比較番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           INITIALIZE 名寄せ記録レコード.
           MOVE "J" TO 記録ファイル区分.
           MOVE 表履歴像(履歴番号) TO 記録変更前.
           IF 履歴照合番号 > ZERO
             THEN
               MOVE "D" TO 記録操作区分
               MOVE "Y" TO 表履歴削除(履歴番号)
               ADD 1 TO 内訳削除件数
             ELSE
               MOVE "C" TO 記録操作区分
               MOVE 指示存続ID
                 TO 表履歴受験者ID(履歴番号)
               MOVE 表履歴像(履歴番号) TO 記録変更後
               ADD 1 TO 内訳履歴件数
           END-IF.
           PERFORM 統合記録出力.
      *
       履歴統合－ＥＸ.
       EXIT.
      *
      ***********************************
       免除統合               SECTION.
      ***********************************
      *
      *  存続IDに同じ発生回の免除があれば重複IDの行を削除し、
      *  無ければ存続IDへ付け替える。
           MOVE ZERO TO 免除照合番号.
           PERFORM VARYING 比較番号 FROM 1 BY 1
             UNTIL 比較番号 > 免除件数
             IF 表免除受験者ID(比較番号) = 指示存続ID
                AND 表免除発生回(比較番号) =
                    表免除発生回(免除番号)
                AND 表免除削除(比較番号) = SPACE
               THEN
                 MOVE 比較番号 TO 免除照合番号
                 MOVE 免除件数 TO 比較番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           INITIALIZE 名寄せ記録レコード.
           MOVE "M" TO 記録ファイル区分.
           MOVE 表免除像(免除番号) TO 記録変更前.
           IF 免除照合番号 > ZERO
             THEN
               MOVE "D" TO 記録操作区分
               MOVE "Y" TO 表免除削除(免除番号)
               ADD 1 TO 内訳削除件数
             ELSE
               MOVE "C" TO 記録操作区分
               MOVE 指示存続ID
                 TO 表免除受験者ID(免除番号)
               MOVE 表免除像(免除番号) TO 記録変更後
               ADD 1 TO 内訳免除件数
           END-IF.
           PERFORM 統合記録出力.
      *
       免除統合－ＥＸ.
       EXIT.
      *
      ***********************************
       台帳統合               SECTION.
      ***********************************
      *
      *  存続IDに同じ合格試験回の台帳があれば重複IDの行を
      *  削除し、無ければ存続IDへ付け替える。
           MOVE ZERO TO 台帳照合番号.
           PERFORM VARYING 比較番号 FROM 1 BY 1
             UNTIL 比較番号 > 台帳件数
             IF 表台帳受験者ID(比較番号) = 指示存続ID
                AND 表台帳合格試験回(比較番号) =
                    表台帳合格試験回(台帳番号)
                AND 表台帳削除(比較番号) = SPACE
               THEN
                 MOVE 比較番号 TO 台帳照合番号
                 MOVE 台帳件数 TO 比較番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           INITIALIZE 名寄せ記録レコード.
           MOVE "S" TO 記録ファイル区分.
           MOVE 表台帳像(台帳番号) TO 記録変更前.
           IF 台帳照合番号 > ZERO
             THEN
               MOVE "D" TO 記録操作区分
               MOVE "Y" TO 表台帳削除(台帳番号)
               ADD 1 TO 内訳削除件数
             ELSE
               MOVE "C" TO 記録操作区分
               MOVE 指示存続ID
                 TO 表台帳受験者ID(台帳番号)
               MOVE 表台帳像(台帳番号) TO 記録変更後
               ADD 1 TO 内訳台帳件数
           END-IF.
           PERFORM 統合記録出力.
      *
       台帳統合－ＥＸ.
       EXIT.
      *
      ***********************************
       統合記録出力           SECTION.
      ***********************************
      *
           MOVE 最終統合番号 TO 記録統合番号.
           MOVE "M"          TO 記録処理区分.
           MOVE 実行日       TO 記録日.
           MOVE 指示存続ID   TO 記録存続ID.
           MOVE 指示重複ID   TO 記録重複ID.
           WRITE 名寄せ記録レコード.
      *
       統合記録出力－ＥＸ.
       EXIT.
      *
      ***********************************
       取消検査               SECTION.
      ***********************************
      *
      *  重複IDが存続IDへ統合中であることを確かめ、記録から
      *  その組の最後の統合番号を探す。
           IF 表統合先ID(重複番号) NOT = 指示存続ID
             THEN
               MOVE "存続IDへ統合されていない"
                 TO 指示エラー理由
               PERFORM 指示エラー出力
               GO TO 取消検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE ZERO TO 対象統合番号.
           MOVE "N"  TO 取消済フラグ.
           MOVE "0" TO 記録終了フラグ.
           OPEN INPUT 名寄せ記録ファイル.
           IF 記録状態 = "00"
             THEN
               PERFORM UNTIL 記録読込終了
                 READ 名寄せ記録ファイル
                   AT END
                     SET 記録読込終了 TO TRUE
                   NOT AT END
                     PERFORM 取消対象判定
                 END-READ
               END-PERFORM
               CLOSE 名寄せ記録ファイル
             ELSE
               CONTINUE
           END-IF.
           IF 対象統合番号 = ZERO OR 取消済
             THEN
               MOVE "統合の記録なし" TO 指示エラー理由
               PERFORM 指示エラー出力
               GO TO 取消検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM 取消実行.
      *
       取消検査－ＥＸ.
       EXIT.
      *
      ***********************************
       取消対象判定           SECTION.
      ***********************************
      *
           IF 記録処理区分 = "M"
              AND 記録存続ID = 指示存続ID
              AND 記録重複ID = 指示重複ID
              AND 記録統合番号 > 対象統合番号
             THEN
               MOVE 記録統合番号 TO 対象統合番号
               MOVE "N" TO 取消済フラグ
             ELSE
               CONTINUE
           END-IF.
           IF 記録処理区分 = "R"
              AND 記録統合番号 = 対象統合番号
             THEN
               MOVE "Y" TO 取消済フラグ
             ELSE
               CONTINUE
           END-IF.
      *
       取消対象判定－ＥＸ.
       EXIT.
      *
      ***********************************
       取消実行               SECTION.
      ***********************************
      *
      *  対象の統合番号の記録を読み、各行を変更前の像へ戻す。
      *  戻した内容は取消の記録として同じ統合番号で追記する。
           INITIALIZE 指示内訳.
           MOVE ZERO TO 取消記録件数.
           MOVE "0" TO 記録終了フラグ.
           OPEN INPUT 名寄せ記録ファイル.
           PERFORM UNTIL 記録読込終了
             READ 名寄せ記録ファイル
               AT END
                 SET 記録読込終了 TO TRUE
               NOT AT END
                 IF 記録統合番号 = 対象統合番号
                    AND 記録処理区分 = "M"
                   THEN
                     PERFORM 取消適用
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 名寄せ記録ファイル.
           OPEN EXTEND 名寄せ記録ファイル.
           PERFORM VARYING 取消記録番号 FROM 1 BY 1
             UNTIL 取消記録番号 > 取消記録件数
             MOVE 対象統合番号 TO 記録統合番号
             MOVE "R"          TO 記録処理区分
             MOVE 実行日       TO 記録日
             MOVE 指示存続ID   TO 記録存続ID
             MOVE 指示重複ID   TO 記録重複ID
             MOVE 表取消ファイル区分(取消記録番号)
               TO 記録ファイル区分
             MOVE 表取消操作区分(取消記録番号)
               TO 記録操作区分
             MOVE 表取消変更前(取消記録番号)
               TO 記録変更前
             MOVE 表取消変更後(取消記録番号)
               TO 記録変更後
             WRITE 名寄せ記録レコード
           END-PERFORM.
           CLOSE 名寄せ記録ファイル.
           ADD 1 TO 取消件数.
           MOVE SPACES TO レポート行.
           STRING "  取消 " DELIMITED BY SIZE
                  対象統合番号 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  指示存続ID DELIMITED BY SIZE
                  "->" DELIMITED BY SIZE
                  指示重複ID DELIMITED BY SIZE
                  " 履歴:" DELIMITED BY SIZE
                  内訳履歴件数 DELIMITED BY SIZE
                  " 免除:" DELIMITED BY SIZE
                  内訳免除件数 DELIMITED BY SIZE
                  " 台帳:" DELIMITED BY SIZE
                  内訳台帳件数 DELIMITED BY SIZE
                  " 復元:" DELIMITED BY SIZE
                  内訳削除件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 名寄せレポートレコード FROM レポート行.
      *
       取消実行－ＥＸ.
       EXIT.
      *
      ***********************************
       取消適用               SECTION.
      ***********************************
      *
           EVALUATE 記録ファイル区分
             WHEN "A"
               PERFORM マスタ取消
             WHEN "J"
               PERFORM 履歴取消
             WHEN "M"
               PERFORM 免除取消
             WHEN "S"
               PERFORM 台帳取消
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
       取消適用－ＥＸ.
       EXIT.
      *
      ***********************************
       マスタ取消             SECTION.
      ***********************************
      *
           MOVE ZERO TO 比較番号.
           PERFORM VARYING マスタ番号 FROM 1 BY 1
             UNTIL マスタ番号 > マスタ件数
             IF 表マスタ像(マスタ番号) = 記録変更後
               THEN
                 MOVE マスタ番号 TO 比較番号
                 MOVE マスタ件数 TO マスタ番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 比較番号 = ZERO
             THEN
               PERFORM 取消不可出力
             ELSE
               MOVE 記録変更前 TO 表マスタ像(比較番号)
               PERFORM 取消記録追加
           END-IF.
      *
       マスタ取消－ＥＸ.
       EXIT.
      *
      ***********************************
       履歴取消               SECTION.
      ***********************************
      *
      *  削除した行は追加し直し、付け替えた行は変更後の像で
      *  探して変更前へ戻す。
           IF 記録操作区分 = "D"
             THEN
               IF 履歴件数 < 2000
                 THEN
                   ADD 1 TO 履歴件数
                   MOVE 記録変更前 TO 表履歴像(履歴件数)
                   MOVE SPACE TO 表履歴削除(履歴件数)
                   ADD 1 TO 内訳削除件数
                   PERFORM 取消記録追加
                 ELSE
                   MOVE "PRO2087" TO 発生プログラム名
                   MOVE SPACES TO 入出力状態
                   MOVE "履歴テーブル上限超過"
                     TO 異常終了メッセージ
                   PERFORM 異常終了処理
               END-IF
               GO TO 履歴取消－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE ZERO TO 履歴照合番号.
           PERFORM VARYING 履歴番号 FROM 1 BY 1
             UNTIL 履歴番号 > 履歴件数
             IF 表履歴像(履歴番号) = 記録変更後
                AND 表履歴削除(履歴番号) = SPACE
               THEN
                 MOVE 履歴番号 TO 履歴照合番号
                 MOVE 履歴件数 TO 履歴番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 履歴照合番号 = ZERO
             THEN
               PERFORM 取消不可出力
             ELSE
               MOVE 記録変更前 TO 表履歴像(履歴照合番号)
               ADD 1 TO 内訳履歴件数
               PERFORM 取消記録追加
           END-IF.
      *
       履歴取消－ＥＸ.
       EXIT.
      *
      ***********************************
       免除取消               SECTION.
      ***********************************
      *
           IF 記録操作区分 = "D"
             THEN
               IF 免除件数 < 500
                 THEN
                   ADD 1 TO 免除件数
                   MOVE 記録変更前 TO 表免除像(免除件数)
                   MOVE SPACE TO 表免除削除(免除件数)
                   ADD 1 TO 内訳削除件数
                   PERFORM 取消記録追加
                 ELSE
                   MOVE "PRO2087" TO 発生プログラム名
                   MOVE SPACES TO 入出力状態
                   MOVE "免除テーブル上限超過"
                     TO 異常終了メッセージ
                   PERFORM 異常終了処理
               END-IF
               GO TO 免除取消－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE ZERO TO 免除照合番号.
           PERFORM VARYING 免除番号 FROM 1 BY 1
             UNTIL 免除番号 > 免除件数
             IF 表免除像(免除番号) = 記録変更後
                AND 表免除削除(免除番号) = SPACE
               THEN
                 MOVE 免除番号 TO 免除照合番号
                 MOVE 免除件数 TO 免除番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 免除照合番号 = ZERO
             THEN
               PERFORM 取消不可出力
             ELSE
               MOVE 記録変更前 TO 表免除像(免除照合番号)
               ADD 1 TO 内訳免除件数
               PERFORM 取消記録追加
           END-IF.
      *
       免除取消－ＥＸ.
       EXIT.
      *
      ***********************************
       台帳取消               SECTION.
      ***********************************
      *
           IF 記録操作区分 = "D"
             THEN
               IF 台帳件数 < 1000
                 THEN
                   ADD 1 TO 台帳件数
                   MOVE 記録変更前 TO 表台帳像(台帳件数)
                   MOVE SPACE TO 表台帳削除(台帳件数)
                   ADD 1 TO 内訳削除件数
                   PERFORM 取消記録追加
                 ELSE
                   MOVE "PRO2087" TO 発生プログラム名
                   MOVE SPACES TO 入出力状態
                   MOVE "台帳テーブル上限超過"
                     TO 異常終了メッセージ
                   PERFORM 異常終了処理
               END-IF
               GO TO 台帳取消－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE ZERO TO 台帳照合番号.
           PERFORM VARYING 台帳番号 FROM 1 BY 1
             UNTIL 台帳番号 > 台帳件数
             IF 表台帳像(台帳番号) = 記録変更後
                AND 表台帳削除(台帳番号) = SPACE
               THEN
                 MOVE 台帳番号 TO 台帳照合番号
                 MOVE 台帳件数 TO 台帳番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 台帳照合番号 = ZERO
             THEN
               PERFORM 取消不可出力
             ELSE
               MOVE 記録変更前 TO 表台帳像(台帳照合番号)
               ADD 1 TO 内訳台帳件数
               PERFORM 取消記録追加
           END-IF.
      *
       台帳取消－ＥＸ.
       EXIT.
      *
      ***********************************
       取消記録追加           SECTION.
      ***********************************
      *
      *  取消の記録は変更前に現在の像、変更後に戻した像を持つ。
      *  削除の取消は追加(I)として変更後だけを持つ。
           IF 取消記録件数 < 300
             THEN
               ADD 1 TO 取消記録件数
             ELSE
               MOVE "PRO2087" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "取消記録テーブル上限超過"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
           END-IF.
           MOVE 記録ファイル区分
             TO 表取消ファイル区分(取消記録件数).
           IF 記録操作区分 = "D"
             THEN
               MOVE "I" TO 表取消操作区分(取消記録件数)
               MOVE SPACES TO 表取消変更前(取消記録件数)
             ELSE
               MOVE "C" TO 表取消操作区分(取消記録件数)
               MOVE 記録変更後
                 TO 表取消変更前(取消記録件数)
           END-IF.
           MOVE 記録変更前
             TO 表取消変更後(取消記録件数).
      *
       取消記録追加－ＥＸ.
       EXIT.
      *
      ***********************************
       取消不可出力           SECTION.
      ***********************************
      *
      *  統合の後に行が変わっていて戻せない場合は、記録の像を
      *  示して手作業での確認に回す。
           ADD 1 TO 取消不可件数.
           MOVE SPACES TO レポート行.
           STRING "  取消不可 " DELIMITED BY SIZE
                  記録ファイル区分 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  記録変更後(1:40) DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 名寄せレポートレコード FROM レポート行.
      *
       取消不可出力－ＥＸ.
       EXIT.
      *
      ***********************************
       指示エラー出力         SECTION.
      ***********************************
      *
           ADD 1 TO 指示エラー件数.
           MOVE SPACES TO レポート行.
           STRING "  エラー " DELIMITED BY SIZE
                  指示区分 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  指示存続ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  指示重複ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  指示エラー理由 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 名寄せレポートレコード FROM レポート行.
      *
       指示エラー出力－ＥＸ.
       EXIT.
      *
      ***********************************
       受験者検索             SECTION.
      ***********************************
      *
           MOVE ZERO TO 検索結果番号.
           PERFORM VARYING マスタ番号 FROM 1 BY 1
             UNTIL マスタ番号 > マスタ件数
             IF 表受験者ID(マスタ番号) = 検索受験者ID
               THEN
                 MOVE マスタ番号 TO 検索結果番号
                 MOVE マスタ件数 TO マスタ番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       受験者検索－ＥＸ.
       EXIT.
      *
      ***********************************
       候補抽出               SECTION.
      ***********************************
      *
      *  指示を反映した後のマスタで、有効な受験者の組のうち
      *  正規化氏名と生年月日が一致するものを候補とする。
      *  生年月日が未登録の受験者は照合しない。
           MOVE SPACES TO レポート行.
           MOVE "名寄せ候補(正規化氏名・生年月日一致)"
             TO レポート行.
           WRITE 名寄せレポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING マスタ番号 FROM 1 BY 1
             UNTIL マスタ番号 > マスタ件数
             IF 表統合先ID(マスタ番号) = SPACES
                AND 表生年月日(マスタ番号) NOT = ZERO
               THEN
                 PERFORM 候補照合
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 候補件数 = ZERO
             THEN
               MOVE SPACES TO レポート行
               MOVE "  候補なし" TO レポート行
               WRITE 名寄せレポートレコード
                 FROM レポート行
             ELSE
               CONTINUE
           END-IF.
      *
       候補抽出－ＥＸ.
       EXIT.
      *
      ***********************************
       候補照合               SECTION.
      ***********************************
      *
      *  後ろの受験者とだけ比べ、同じ組を二度出さない。
           PERFORM VARYING 比較番号 FROM マスタ番号 BY 1
             UNTIL 比較番号 >= マスタ件数
             IF 表統合先ID(比較番号 + 1) = SPACES
                AND 表生年月日(比較番号 + 1) =
                    表生年月日(マスタ番号)
                AND 表正規化氏名(比較番号 + 1) =
                    表正規化氏名(マスタ番号)
               THEN
                 ADD 1 TO 候補件数
                 MOVE SPACES TO レポート行
                 STRING "  候補 " DELIMITED BY SIZE
                        表受験者ID(マスタ番号)
                        DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        表受験者ID(比較番号 + 1)
                        DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        表受験者名(マスタ番号)
                        DELIMITED BY SIZE
                        " 生年月日:" DELIMITED BY SIZE
                        表生年月日(マスタ番号)
                        DELIMITED BY SIZE
                        INTO レポート行
                 WRITE 名寄せレポートレコード
                   FROM レポート行
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       候補照合－ＥＸ.
       EXIT.
      *
      ***********************************
       書き戻し               SECTION.
      ***********************************
      *
      *  統合・取消があった日だけ、テーブルの内容で受験者
      *  マスタ・受験履歴・午前免除・資格台帳を書き直す。
           IF 統合件数 = ZERO AND 取消件数 = ZERO
             THEN
               GO TO 書き戻し－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           OPEN OUTPUT 受験者マスタファイル.
           PERFORM VARYING マスタ番号 FROM 1 BY 1
             UNTIL マスタ番号 > マスタ件数
             MOVE 表マスタ像(マスタ番号)
               TO 受験者マスタレコード
             WRITE 受験者マスタレコード
           END-PERFORM.
           CLOSE 受験者マスタファイル.
           OPEN OUTPUT 受験履歴ファイル.
           PERFORM VARYING 履歴番号 FROM 1 BY 1
             UNTIL 履歴番号 > 履歴件数
             IF 表履歴削除(履歴番号) = SPACE
               THEN
                 MOVE 表履歴像(履歴番号)
                   TO 受験履歴レコード
                 WRITE 受験履歴レコード
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           CLOSE 受験履歴ファイル.
           OPEN OUTPUT 免除者ファイル.
           PERFORM VARYING 免除番号 FROM 1 BY 1
             UNTIL 免除番号 > 免除件数
             IF 表免除削除(免除番号) = SPACE
               THEN
                 MOVE 表免除像(免除番号)
                   TO 免除者レコード
                 WRITE 免除者レコード
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           CLOSE 免除者ファイル.
           OPEN OUTPUT 資格台帳ファイル.
           PERFORM VARYING 台帳番号 FROM 1 BY 1
             UNTIL 台帳番号 > 台帳件数
             IF 表台帳削除(台帳番号) = SPACE
               THEN
                 MOVE 表台帳像(台帳番号)
                   TO 資格台帳レコード
                 WRITE 資格台帳レコード
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           CLOSE 資格台帳ファイル.
      *
       書き戻し－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           MOVE SPACES TO レポート行.
           STRING "候補:" DELIMITED BY SIZE
                  候補件数 DELIMITED BY SIZE
                  " 統合:" DELIMITED BY SIZE
                  統合件数 DELIMITED BY SIZE
                  " 取消:" DELIMITED BY SIZE
                  取消件数 DELIMITED BY SIZE
                  " 指示エラー:" DELIMITED BY SIZE
                  指示エラー件数 DELIMITED BY SIZE
                  " 取消不可:" DELIMITED BY SIZE
                  取消不可件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 名寄せレポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           CLOSE 名寄せレポートファイル.
           DISPLAY "候補:" 候補件数
                   " 統合:" 統合件数
                   " 取消:" 取消件数.
           DISPLAY "指示エラー:" 指示エラー件数
                   " 取消不可:" 取消不可件数.
      *
           DISPLAY "***PRO2087 END***".
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
