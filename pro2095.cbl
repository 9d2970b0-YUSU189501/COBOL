       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2095.
      *  学籍異動の取引処理。異動ファイル(GAKUSEIIDOU2001)の
      *  入学・休学・復学・退学・クラス変更・担任変更を、現在の
      *  在籍状況と突き合わせて検査したうえで学生マスタ
      *  (GAKUSEIMASTER)へ適用する。発効日が実行日より先の
      *  取引は保留ファイル(GAKUSEIIDOUPEND2001)へ回し、発効日
      *  に達した回の実行で適用する。変更は学生1名ごとに異動
      *  履歴(GAKUSEIIDOUREKI2001)へ追記し、適用・保留・却下の
      *  結果は処理結果リスト(GAKUSEIIDOURPT2001)に出す。
      *  更新はSUB9400の占有ロック(GAKUSEIMST)を取ってから
      *  行う。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  当回の学籍異動取引。
           SELECT 異動ファイル ASSIGN TO
             "/home/suzuki/DATA/GAKUSEIIDOU2001"
             FILE STATUS IS 異動状態.
      *  発効日待ちの取引。毎回読み込んで作り直す。
           SELECT 保留ファイル ASSIGN TO
             "/home/suzuki/DATA/GAKUSEIIDOUPEND2001"
             FILE STATUS IS 保留状態.
      *  学生マスタ。テーブルへ読み込んで書き戻す。
           SELECT 学生マスタファイル ASSIGN TO
             "/home/suzuki/DATA/GAKUSEIMASTER"
             FILE STATUS IS 学生マスタ状態.
      *  学籍異動履歴。追記する。
           SELECT 履歴ファイル ASSIGN TO
             "/home/suzuki/DATA/GAKUSEIIDOUREKI2001"
             FILE STATUS IS 履歴状態.
      *  適用・保留・却下の処理結果リスト。
           SELECT 結果ファイル ASSIGN TO
             "/home/suzuki/DATA/GAKUSEIIDOURPT2001"
             FILE STATUS IS 結果状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  異動ファイル.
       01  異動レコード       PIC X(95).
       FD  保留ファイル.
       01  保留レコード       PIC X(95).
       FD  学生マスタファイル.
       01  学生マスタレコード.
         03 マスタ学籍番号    PIC X(4).
         03 マスタ氏名        PIC X(40).
      *  在籍状況 1:在籍 2:休学 3:退学。
         03 マスタ在籍状況    PIC X(1).
         03 マスタクラス区分  PIC X(2).
         03 マスタ担任        PIC X(20).
       FD  履歴ファイル.
       01  履歴レコード       PIC X(87).
       FD  結果ファイル.
       01  結果レコード       PIC X(132).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 異動状態          PIC X(2).
         03 保留状態          PIC X(2).
         03 学生マスタ状態    PIC X(2).
         03 履歴状態          PIC X(2).
         03 結果状態          PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
      *  学生マスタの読み込みテーブル。
       01  学生テーブルエリア.
         03 学生件数          PIC 9(3) VALUE ZERO.
         03 学生番号          PIC 9(3).
         03 該当番号          PIC 9(3).
         03 学生エントリ      OCCURS 500 TIMES.
           05 表学籍番号      PIC X(4).
           05 表氏名          PIC X(40).
           05 表在籍状況      PIC X(1).
           05 表クラス区分    PIC X(2).
           05 表担任          PIC X(20).
      *  前回までの保留取引の読み込みテーブル。
       01  保留テーブルエリア.
         03 保留件数          PIC 9(3) VALUE ZERO.
         03 保留番号          PIC 9(3).
         03 保留エントリ      OCCURS 500 TIMES.
           05 表保留取引      PIC X(95).
      *  処理中の異動取引。
       01  異動ワーク.
           COPY CP050.
      *  書き出す異動履歴。
       01  履歴ワーク.
           COPY CP051.
      *  検査結果と却下理由。
       01  却下理由           PIC X(48).
       01  異動区分名         PIC X(16).
       01  引継担任           PIC X(20).
       01  対象人数           PIC 9(3).
      *  件数集計。
       01  集計エリア.
         03 適用件数          PIC 9(5) VALUE ZERO.
         03 保留登録件数      PIC 9(5) VALUE ZERO.
         03 却下件数          PIC 9(5) VALUE ZERO.
         03 履歴件数          PIC 9(5) VALUE ZERO.
       01  記録行             PIC X(132).
      *  日付解析呼出し(SUB2016)への引き渡し情報。発効日の
      *  暦日検査に使う。
       01  日付解析情報.
           COPY CP042.
      *  排他制御呼出し(SUB9400)への引き渡し情報。
       01  排他制御情報.
           COPY CP023.
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
           DISPLAY "***PRO2095 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
      *  学生マスタの占有ロックを取得する。
           MOVE "A" TO ロック要求区分.
           MOVE "GAKUSEIMST" TO ロック資源名.
           MOVE "X" TO ロック種別.
           MOVE "PRO2095" TO ロック要求元.
           CALL "SUB9400" USING 排他制御情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "20" TO 排他結果状態
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 排他結果状態 = "10"
             THEN
               DISPLAY "学生マスタは使用中です。"
                       "保持プログラム:" ロック保持元
               STOP RUN
             ELSE
               CONTINUE
           END-IF.
      *
           PERFORM 学生マスタ読込.
           PERFORM 保留読込.
      *
           OPEN INPUT 異動ファイル.
           IF 異動状態 NOT = "00"
             THEN
               MOVE "PRO2095" TO 発生プログラム名
               MOVE 異動状態 TO 入出力状態
               MOVE "異動ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
      *  保留ファイルは読み込み済みの分も含めて作り直す。
           OPEN OUTPUT 保留ファイル.
           IF 保留状態 NOT = "00"
             THEN
               MOVE "PRO2095" TO 発生プログラム名
               MOVE 保留状態 TO 入出力状態
               MOVE "保留ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
      *  異動履歴は既存分に追記する。無ければ新規に作る。
           OPEN EXTEND 履歴ファイル.
           IF 履歴状態 NOT = "00"
             THEN
               CLOSE 履歴ファイル
               OPEN OUTPUT 履歴ファイル
             ELSE
               CONTINUE
           END-IF.
           OPEN OUTPUT 結果ファイル.
           IF 結果状態 NOT = "00"
             THEN
               MOVE "PRO2095" TO 発生プログラム名
               MOVE 結果状態 TO 入出力状態
               MOVE "結果ファイルのオープンエラー"
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
       学生マスタ読込         SECTION.
      ***********************************
      *
      *  全件を書き戻すため、テーブルに収まらないときは
      *  取りこぼしを防いで異常終了する。
           MOVE ZERO TO 学生件数.
           OPEN INPUT 学生マスタファイル.
           IF 学生マスタ状態 NOT = "00"
             THEN
               DISPLAY "学生マスタなし。空から作る。"
             ELSE
               PERFORM UNTIL 学生マスタ状態 NOT = "00"
                 READ 学生マスタファイル
                   AT END
                     CONTINUE
                   NOT AT END
                     IF 学生件数 < 500
                       THEN
                         ADD 1 TO 学生件数
                         MOVE 学生マスタレコード
                           TO 学生エントリ(学生件数)
                       ELSE
                         CLOSE 学生マスタファイル
                         MOVE "PRO2095" TO 発生プログラム名
                         MOVE "00" TO 入出力状態
                         MOVE "学生マスタテーブル上限超過"
                           TO 異常終了メッセージ
                         PERFORM 異常終了処理
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 学生マスタファイル
           END-IF.
      *
       学生マスタ読込－ＥＸ.
       EXIT.
      *
      ***********************************
       保留読込               SECTION.
      ***********************************
      *
      *  前回までに保留した取引を読み込む。作り直す前に全件を
      *  持つ必要があるため、上限を超えたら異常終了する。
           MOVE ZERO TO 保留件数.
           OPEN INPUT 保留ファイル.
           IF 保留状態 NOT = "00"
             THEN
               CONTINUE
             ELSE
               PERFORM UNTIL 保留状態 NOT = "00"
                 READ 保留ファイル
                   AT END
                     CONTINUE
                   NOT AT END
                     IF 保留件数 < 500
                       THEN
                         ADD 1 TO 保留件数
                         MOVE 保留レコード
                           TO 表保留取引(保留件数)
                       ELSE
                         CLOSE 保留ファイル
                         MOVE "PRO2095" TO 発生プログラム名
                         MOVE "00" TO 入出力状態
                         MOVE "保留テーブル上限超過"
                           TO 異常終了メッセージ
                         PERFORM 異常終了処理
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 保留ファイル
           END-IF.
      *
       保留読込－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
      *  前回までの保留分を先に処理し、当回の取引を続ける。
           PERFORM VARYING 保留番号 FROM 1 BY 1
             UNTIL 保留番号 > 保留件数
             MOVE 表保留取引(保留番号) TO 異動ワーク
             PERFORM 異動1件処理
           END-PERFORM.
           PERFORM UNTIL 読込終了
             READ 異動ファイル INTO 異動ワーク
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 PERFORM 異動1件処理
             END-READ
           END-PERFORM.
           CLOSE 異動ファイル.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       異動1件処理            SECTION.
      ***********************************
      *
           PERFORM 区分名決定.
           MOVE SPACES TO 却下理由.
      *  発効日は暦日として正しいこと。
           IF 異動発効日 NOT NUMERIC
             THEN
               MOVE "発効日不正" TO 却下理由
               PERFORM 却下記録
               GO TO 異動1件処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 解析入力日付.
           MOVE 異動発効日 TO 解析入力日付(1:8).
           CALL "SUB2016" USING 日付解析情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "10" TO 解析状態
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 解析状態 NOT = "00"
             THEN
               MOVE "発効日不正" TO 却下理由
               PERFORM 却下記録
               GO TO 異動1件処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *  発効日が先の取引は保留し、到来した回に適用する。
           IF 異動発効日 > 実行日
             THEN
               WRITE 保留レコード FROM 異動ワーク
               ADD 1 TO 保留登録件数
               PERFORM 保留記録
               GO TO 異動1件処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *
           EVALUATE TRUE
             WHEN 異動入学
               PERFORM 入学処理
             WHEN 異動休学
               PERFORM 休学処理
             WHEN 異動復学
               PERFORM 復学処理
             WHEN 異動退学
               PERFORM 退学処理
             WHEN 異動クラス変更
               PERFORM クラス変更処理
             WHEN 異動担任変更
               PERFORM 担任変更処理
             WHEN OTHER
               MOVE "異動区分不正" TO 却下理由
           END-EVALUATE.
           IF 却下理由 = SPACES
             THEN
               ADD 1 TO 適用件数
               PERFORM 適用記録
             ELSE
               PERFORM 却下記録
           END-IF.
      *
       異動1件処理－ＥＸ.
       EXIT.
      *
      ***********************************
       区分名決定             SECTION.
      ***********************************
      *
           EVALUATE TRUE
             WHEN 異動入学
               MOVE "入学" TO 異動区分名
             WHEN 異動休学
               MOVE "休学" TO 異動区分名
             WHEN 異動復学
               MOVE "復学" TO 異動区分名
             WHEN 異動退学
               MOVE "退学" TO 異動区分名
             WHEN 異動クラス変更
               MOVE "クラス変更" TO 異動区分名
             WHEN 異動担任変更
               MOVE "担任変更" TO 異動区分名
             WHEN OTHER
               MOVE "不明" TO 異動区分名
           END-EVALUATE.
      *
       区分名決定－ＥＸ.
       EXIT.
      *
      ***********************************
       学生検索               SECTION.
      ***********************************
      *
      *  取引の学籍番号をテーブルから探す。無ければ0。
           MOVE ZERO TO 該当番号.
           PERFORM VARYING 学生番号 FROM 1 BY 1
             UNTIL 学生番号 > 学生件数
                OR 該当番号 NOT = ZERO
             IF 表学籍番号(学生番号) = 異動学籍番号
               THEN
                 MOVE 学生番号 TO 該当番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       学生検索－ＥＸ.
       EXIT.
      *
      ***********************************
       担任引継検索           SECTION.
      ***********************************
      *
      *  取引のクラスに在籍中・休学中の学生がいれば、その
      *  担任を引き継ぐ。いなければ空白。
           MOVE SPACES TO 引継担任.
           PERFORM VARYING 学生番号 FROM 1 BY 1
             UNTIL 学生番号 > 学生件数
                OR 引継担任 NOT = SPACES
             IF 表クラス区分(学生番号) = 異動クラス区分
                AND 表在籍状況(学生番号) NOT = "3"
               THEN
                 MOVE 表担任(学生番号) TO 引継担任
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       担任引継検索－ＥＸ.
       EXIT.
      *
      ***********************************
       入学処理               SECTION.
      ***********************************
      *
           IF 異動学籍番号 = SPACES
              OR 異動氏名 = SPACES
             THEN
               MOVE "学籍番号・氏名なし" TO 却下理由
               GO TO 入学処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM 学生検索.
           IF 該当番号 NOT = ZERO
             THEN
               MOVE "学籍番号登録済み" TO 却下理由
               GO TO 入学処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 学生件数 NOT < 500
             THEN
               MOVE "学生テーブル上限超過" TO 却下理由
               GO TO 入学処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *  担任の指定が無ければクラスの担任を引き継ぐ。
           IF 異動担任 = SPACES
              AND 異動クラス区分 NOT = SPACES
             THEN
               PERFORM 担任引継検索
             ELSE
               MOVE 異動担任 TO 引継担任
           END-IF.
           ADD 1 TO 学生件数.
           MOVE 学生件数 TO 該当番号.
           MOVE 異動学籍番号 TO 表学籍番号(該当番号).
           MOVE 異動氏名 TO 表氏名(該当番号).
           MOVE SPACE TO 表在籍状況(該当番号).
           MOVE SPACES TO 表クラス区分(該当番号).
           MOVE SPACES TO 表担任(該当番号).
           PERFORM 履歴変更前設定.
           MOVE "1" TO 表在籍状況(該当番号).
           MOVE 異動クラス区分
             TO 表クラス区分(該当番号).
           MOVE 引継担任 TO 表担任(該当番号).
           PERFORM 履歴出力.
      *
       入学処理－ＥＸ.
       EXIT.
      *
      ***********************************
       休学処理               SECTION.
      ***********************************
      *
      *  休学は在籍中の学生に限る。
           PERFORM 学生検索.
           IF 該当番号 = ZERO
             THEN
               MOVE "学籍番号未登録" TO 却下理由
               GO TO 休学処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 表在籍状況(該当番号) NOT = "1"
             THEN
               MOVE "在籍中でないため休学不可"
                 TO 却下理由
               GO TO 休学処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM 履歴変更前設定.
           MOVE "2" TO 表在籍状況(該当番号).
           PERFORM 履歴出力.
      *
       休学処理－ＥＸ.
       EXIT.
      *
      ***********************************
       復学処理               SECTION.
      ***********************************
      *
      *  復学は休学中の学生に限る。
           PERFORM 学生検索.
           IF 該当番号 = ZERO
             THEN
               MOVE "学籍番号未登録" TO 却下理由
               GO TO 復学処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 表在籍状況(該当番号) NOT = "2"
             THEN
               MOVE "休学中でないため復学不可"
                 TO 却下理由
               GO TO 復学処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM 履歴変更前設定.
           MOVE "1" TO 表在籍状況(該当番号).
           PERFORM 履歴出力.
      *
       復学処理－ＥＸ.
       EXIT.
      *
      ***********************************
       退学処理               SECTION.
      ***********************************
      *
      *  退学は在籍中・休学中の学生に限る。
           PERFORM 学生検索.
           IF 該当番号 = ZERO
             THEN
               MOVE "学籍番号未登録" TO 却下理由
               GO TO 退学処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 表在籍状況(該当番号) NOT = "1"
              AND 表在籍状況(該当番号) NOT = "2"
             THEN
               MOVE "退学済みのため退学不可" TO 却下理由
               GO TO 退学処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM 履歴変更前設定.
           MOVE "3" TO 表在籍状況(該当番号).
           PERFORM 履歴出力.
      *
       退学処理－ＥＸ.
       EXIT.
      *
      ***********************************
       クラス変更処理         SECTION.
      ***********************************
      *
      *  退学者のクラスは変えない。担任の指定が無ければ新しい
      *  クラスの担任を引き継ぐ。
           PERFORM 学生検索.
           IF 該当番号 = ZERO
             THEN
               MOVE "学籍番号未登録" TO 却下理由
               GO TO クラス変更処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 表在籍状況(該当番号) = "3"
             THEN
               MOVE "退学済みのためクラス変更不可"
                 TO 却下理由
               GO TO クラス変更処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 異動クラス区分 = SPACES
              OR 異動クラス区分
                 = 表クラス区分(該当番号)
             THEN
               MOVE "新クラス区分なし・同一" TO 却下理由
               GO TO クラス変更処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 異動担任 = SPACES
             THEN
               PERFORM 担任引継検索
             ELSE
               MOVE 異動担任 TO 引継担任
           END-IF.
           PERFORM 履歴変更前設定.
           MOVE 異動クラス区分
             TO 表クラス区分(該当番号).
           MOVE 引継担任 TO 表担任(該当番号).
           PERFORM 履歴出力.
      *
       クラス変更処理－ＥＸ.
       EXIT.
      *
      ***********************************
       担任変更処理           SECTION.
      ***********************************
      *
      *  学籍番号が空白ならクラスの在籍中・休学中の学生全員、
      *  学籍番号があればその学生だけの担任を変える。
           IF 異動担任 = SPACES
             THEN
               MOVE "新担任なし" TO 却下理由
               GO TO 担任変更処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 異動学籍番号 NOT = SPACES
             THEN
               PERFORM 学生検索
               IF 該当番号 = ZERO
                 THEN
                   MOVE "学籍番号未登録" TO 却下理由
                 ELSE
                   IF 表在籍状況(該当番号) = "3"
                      OR 表担任(該当番号) = 異動担任
                     THEN
                       MOVE "退学済み・担任同一"
                         TO 却下理由
                     ELSE
                       PERFORM 履歴変更前設定
                       MOVE 異動担任 TO 表担任(該当番号)
                       PERFORM 履歴出力
                   END-IF
               END-IF
               GO TO 担任変更処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 異動クラス区分 = SPACES
             THEN
               MOVE "クラス区分なし" TO 却下理由
               GO TO 担任変更処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE ZERO TO 対象人数.
           PERFORM VARYING 該当番号 FROM 1 BY 1
             UNTIL 該当番号 > 学生件数
             IF 表クラス区分(該当番号) = 異動クラス区分
                AND 表在籍状況(該当番号) NOT = "3"
                AND 表担任(該当番号) NOT = 異動担任
               THEN
                 ADD 1 TO 対象人数
                 PERFORM 履歴変更前設定
                 MOVE 異動担任 TO 表担任(該当番号)
                 PERFORM 履歴出力
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 対象人数 = ZERO
             THEN
               MOVE "対象学生なし" TO 却下理由
             ELSE
               CONTINUE
           END-IF.
      *
       担任変更処理－ＥＸ.
       EXIT.
      *
      ***********************************
       履歴変更前設定         SECTION.
      ***********************************
      *
      *  該当学生の変更前の値を履歴ワークに控える。
           MOVE SPACES TO 履歴ワーク.
           MOVE 表学籍番号(該当番号) TO 履歴学籍番号.
           MOVE 異動区分 TO 履歴異動区分.
           MOVE 異動発効日 TO 履歴発効日.
           MOVE 実行日 TO 履歴処理日.
           MOVE 表在籍状況(該当番号) TO 履歴前在籍状況.
           MOVE 表クラス区分(該当番号)
             TO 履歴前クラス区分.
           MOVE 表担任(該当番号) TO 履歴前担任.
           MOVE 異動理由 TO 履歴理由.
      *
       履歴変更前設定－ＥＸ.
       EXIT.
      *
      ***********************************
       履歴出力               SECTION.
      ***********************************
      *
      *  該当学生の変更後の値を加えて異動履歴に書く。
           MOVE 表在籍状況(該当番号) TO 履歴後在籍状況.
           MOVE 表クラス区分(該当番号)
             TO 履歴後クラス区分.
           MOVE 表担任(該当番号) TO 履歴後担任.
           WRITE 履歴レコード FROM 履歴ワーク.
           IF 履歴状態 NOT = "00"
             THEN
               MOVE "PRO2095" TO 発生プログラム名
               MOVE 履歴状態 TO 入出力状態
               MOVE "異動履歴の書き込みエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               ADD 1 TO 履歴件数
           END-IF.
      *
       履歴出力－ＥＸ.
       EXIT.
      *
      ***********************************
       適用記録               SECTION.
      ***********************************
      *
           MOVE SPACES TO 記録行.
           STRING 実行日 DELIMITED BY SIZE
                  " 適用 " DELIMITED BY SIZE
                  異動学籍番号 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  異動区分名 DELIMITED BY SPACE
                  " 発効日:" DELIMITED BY SIZE
                  異動発効日 DELIMITED BY SIZE
                  " クラス:" DELIMITED BY SIZE
                  異動クラス区分 DELIMITED BY SIZE
                  " 担任:" DELIMITED BY SIZE
                  異動担任 DELIMITED BY "  "
                  INTO 記録行.
           WRITE 結果レコード FROM 記録行.
      *
       適用記録－ＥＸ.
       EXIT.
      *
      ***********************************
       保留記録               SECTION.
      ***********************************
      *
           MOVE SPACES TO 記録行.
           STRING 実行日 DELIMITED BY SIZE
                  " 保留 " DELIMITED BY SIZE
                  異動学籍番号 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  異動区分名 DELIMITED BY SPACE
                  " 発効日:" DELIMITED BY SIZE
                  異動発効日 DELIMITED BY SIZE
                  INTO 記録行.
           WRITE 結果レコード FROM 記録行.
      *
       保留記録－ＥＸ.
       EXIT.
      *
      ***********************************
       却下記録               SECTION.
      ***********************************
      *
           ADD 1 TO 却下件数.
           MOVE SPACES TO 記録行.
           STRING 実行日 DELIMITED BY SIZE
                  " 却下 " DELIMITED BY SIZE
                  異動学籍番号 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  異動区分名 DELIMITED BY SPACE
                  " 発効日:" DELIMITED BY SIZE
                  異動発効日 DELIMITED BY SIZE
                  " 理由:" DELIMITED BY SIZE
                  却下理由 DELIMITED BY "  "
                  INTO 記録行.
           WRITE 結果レコード FROM 記録行.
      *
       却下記録－ＥＸ.
       EXIT.
      *
      ***********************************
       マスタ書き戻し         SECTION.
      ***********************************
      *
           OPEN OUTPUT 学生マスタファイル.
           IF 学生マスタ状態 NOT = "00"
             THEN
               MOVE "PRO2095" TO 発生プログラム名
               MOVE 学生マスタ状態 TO 入出力状態
               MOVE "学生マスタの書き戻しエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING 学生番号 FROM 1 BY 1
             UNTIL 学生番号 > 学生件数
             WRITE 学生マスタレコード
               FROM 学生エントリ(学生番号)
           END-PERFORM.
           CLOSE 学生マスタファイル.
      *
       マスタ書き戻し－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
      *  適用があった回だけ学生マスタを書き戻す。
           IF 適用件数 > ZERO
             THEN
               PERFORM マスタ書き戻し
             ELSE
               CONTINUE
           END-IF.
           CLOSE 保留ファイル.
           CLOSE 履歴ファイル.
           CLOSE 結果ファイル.
           DISPLAY "適用:" 適用件数
                   " 保留:" 保留登録件数
                   " 却下:" 却下件数
                   " 履歴:" 履歴件数.
      *
      *  取得したロックを解放する。
           PERFORM ロック解放.
      *
           DISPLAY "***PRO2095 END***".
      *
       終了処理－ＥＸ.
       EXIT.
      *
      ***********************************
       ロック解放             SECTION.
      ***********************************
      *
      *  取得したロックを解放する。未取得なら何もしない。
           MOVE "R" TO ロック要求区分.
           MOVE "GAKUSEIMST" TO ロック資源名.
           MOVE "PRO2095" TO ロック要求元.
           CALL "SUB9400" USING 排他制御情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
      *
       ロック解放－ＥＸ.
       EXIT.
      *
      ***********************************
       異常終了処理           SECTION.
      ***********************************
      *
      *  保持中のロックを残さないよう先に解放する。
           PERFORM ロック解放.
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
