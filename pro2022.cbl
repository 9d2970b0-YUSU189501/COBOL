      *  ファイルの間で社員レコードを移動する。移動のつど
      *  異動履歴ファイルに1件追記し、過去の所属を追跡できる
      *  ようにする。
      *  模擬制御ファイル(IDOSIM2007)で模擬実行を指定すると、
      *  異動指示の下書きを現在の人事部・総務部ファイルに
      *  照らして検査するだけで何も書き換えない。部署別・
      *  年齢帯別の異動前後の人数と、指示ごとの矛盾とその
      *  理由を模擬レポート(IDOSIMRPT2007)に出す。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  利用頻度の高いファイルのため索引編成とする。模擬実行
      *  では全件を順読みするため動的アクセスとする。
           SELECT 人事部ファイル ASSIGN TO
             "/home/suzuki/DATA/JINJI2007"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS 社員コード OF 人事部レコード
             ALTERNATE RECORD KEY IS
               氏名 OF 人事部レコード
           SELECT 総務部ファイル ASSIGN TO
             "/home/suzuki/DATA/SOUMU2007"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS 社員コード OF 総務部レコード
             ALTERNATE RECORD KEY IS
               氏名 OF 総務部レコード
           SELECT イメージジャーナルファイル ASSIGN TO
             "/home/suzuki/DATA/AFTERIMG2007"
             FILE STATUS IS イメージ状態.
      *  模擬実行を指定する制御ファイル。"1"で模擬実行する。
      *  無い場合は通常の異動を行う。
           SELECT 模擬制御ファイル ASSIGN TO
             "/home/suzuki/DATA/IDOSIM2007"
             FILE STATUS IS 模擬制御状態.
      *  模擬実行の結果レポート。
           SELECT 模擬レポートファイル ASSIGN TO
             "/home/suzuki/DATA/IDOSIMRPT2007"
             FILE STATUS IS 模擬レポート状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  人事部ファイル.
      *  マスタレコード(CP024、現在125バイト)の写し。余白は
      *  項目追加に備えた予備で空白のまま残す。
         03 イメージ内容      PIC X(150).
       FD  模擬制御ファイル.
       01  模擬制御レコード.
         03 模擬指定          PIC X(1).
      *  異動後にこの人数を下回る部署を矛盾として挙げる。
         03 指定最低人数      PIC 9(3).
       FD  模擬レポートファイル.
       01  模擬レポートレコード PIC X(100).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 人事状態          PIC X(2).
         03 指示状態          PIC X(2).
         03 履歴状態          PIC X(2).
         03 イメージ状態      PIC X(2).
         03 模擬制御状態      PIC X(2).
         03 模擬レポート状態  PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
      *  1件分の異動結果。
         03 更新時分秒        PIC 9(6).
         03 FILLER            PIC 9(2).
       01  更新日時           PIC 9(14).
      *  模擬実行の指定と最低人数。最低人数の指定が無ければ
      *  3名とする。
       01  模擬モード         PIC X(1) VALUE "0".
           88 模擬実行        VALUE "1".
       01  最低人数           PIC 9(3) VALUE 3.
      *  模擬実行で現在の人事部・総務部を写すテーブル。
      *  模擬部署は指示を当てはめた後の部署、模擬元部署は
      *  異動前の部署。
       01  模擬テーブルエリア.
         03 模擬件数          PIC 9(4) VALUE ZERO.
         03 模擬番号          PIC 9(4).
         03 該当模擬番号      PIC 9(4).
         03 異動元模擬番号    PIC 9(4).
         03 異動先模擬番号    PIC 9(4).
         03 模擬エントリ      OCCURS 3000 TIMES.
           05 模擬社員コード  PIC X(5).
           05 模擬元部署      PIC X(1).
           05 模擬部署        PIC X(1).
           05 模擬生年月日    PIC 9(8).
           05 模擬在籍状態    PIC X(1).
           05 模擬指示回数    PIC 9(3).
       01  模擬検索部署       PIC X(1).
      *  模擬実行の件数と矛盾の理由。
       01  模擬集計エリア.
         03 指示行番号        PIC 9(5) VALUE ZERO.
         03 模擬適用件数      PIC 9(5) VALUE ZERO.
         03 矛盾件数          PIC 9(5) VALUE ZERO.
       01  矛盾理由           PIC X(50).
      *  部署別・年齢帯別の人数。最初の添字 1:異動前 2:異動後、
      *  部署の添字 1:人事部 2:総務部、帯の添字6は年齢不明。
       01  年齢基準日         PIC 9(8).
       01  部署番号           PIC 9(1).
       01  帯番号             PIC 9(1).
       01  人数集計エリア.
         03 前後行            OCCURS 2 TIMES.
           05 部署列          OCCURS 2 TIMES.
             07 帯人数        PIC 9(5) OCCURS 6 TIMES.
             07 部署人数      PIC 9(5).
       01  年齢帯名称値.
         03 FILLER            PIC X(12) VALUE "～29歳".
         03 FILLER            PIC X(12) VALUE "30～39歳".
         03 FILLER            PIC X(12) VALUE "40～49歳".
         03 FILLER            PIC X(12) VALUE "50～59歳".
         03 FILLER            PIC X(12) VALUE "60歳以上".
         03 FILLER            PIC X(12) VALUE "不明".
       01  年齢帯名称表 REDEFINES 年齢帯名称値.
         03 年齢帯名称        PIC X(12) OCCURS 6 TIMES.
      *  年齢算出呼出し(SUB2008)への引き渡し情報。
       01  年齢算出情報.
           COPY CP011.
      *  模擬レポートの編集ワーク。人数の行は数字を前に置き
      *  名称を行末とする。
       01  人数明細行.
         03 人数明細          OCCURS 4 TIMES.
           05 FILLER          PIC X(3).
           05 人数明細編集    PIC ZZZZ9.
         03 FILLER            PIC X(2).
         03 人数明細名称      PIC X(12).
         03 FILLER            PIC X(54).
       01  矛盾明細行.
         03 矛盾明細行番号    PIC ZZZZ9.
         03 FILLER            PIC X(2).
         03 矛盾明細社員コード PIC X(5).
         03 FILLER            PIC X(2).
         03 矛盾明細元        PIC X(1).
         03 FILLER            PIC X(2).
         03 矛盾明細先        PIC X(1).
         03 FILLER            PIC X(2).
         03 矛盾明細発効日    PIC 9(8).
         03 FILLER            PIC X(2).
         03 矛盾明細理由      PIC X(50).
         03 FILLER            PIC X(20).
       01  人数編集           PIC ZZZZ9.
       01  レポート行         PIC X(100).
      *  排他制御呼出し(SUB9400)への引き渡し情報。人事部・
      *  総務部ファイル群の排他に使う。
       01  排他制御情報.
      ************************************************
      *
           DISPLAY "***PRO2022 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
      *  模擬制御ファイルがあれば模擬実行の指定を読み替える。
           OPEN INPUT 模擬制御ファイル.
           IF 模擬制御状態 = "00"
             THEN
               READ 模擬制御ファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE 模擬指定 TO 模擬モード
                   IF 指定最低人数 IS NUMERIC AND
                      指定最低人数 > ZERO
                     THEN
                       MOVE 指定最低人数 TO 最低人数
                     ELSE
                       CONTINUE
                   END-IF
               END-READ
               CLOSE 模擬制御ファイル
             ELSE
               CONTINUE
           END-IF.
           IF 模擬実行
             THEN
               PERFORM 模擬初期処理
               GO TO 初期処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *
      *  人事・総務ファイル群のロックを取得する。
           MOVE "A" TO ロック要求区分.
       主処理                 SECTION.
      ************************************************
      *
           IF 模擬実行
             THEN
               PERFORM 模擬主処理
               GO TO 主処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 異動指示ファイル
               AT END
       履歴出力－ＥＸ.
       EXIT.
      *
      ************************************************
       模擬初期処理           SECTION.
      ************************************************
      *
      *  模擬実行は照会と同じ共有ロックで読むだけとし、異動
      *  履歴・イメージジャーナルは開かない。
           DISPLAY "模擬実行。"
                   "ファイルは更新しません。".
           MOVE "A" TO ロック要求区分.
           MOVE "JINJIMASTER" TO ロック資源名.
           MOVE "S" TO ロック種別.
           MOVE "PRO2022" TO ロック要求元.
           CALL "SUB9400" USING 排他制御情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "20" TO 排他結果状態
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 排他結果状態 = "10"
             THEN
               DISPLAY "ファイル群は使用中です。"
                       "保持プログラム:" ロック保持元
               STOP RUN
             ELSE
               CONTINUE
           END-IF.
      *
           OPEN INPUT 人事部ファイル.
           OPEN INPUT 総務部ファイル.
           IF "00" = 人事状態 AND 総務状態
             THEN
               CONTINUE
             ELSE
               MOVE "PRO2022" TO 発生プログラム名
               IF 人事状態 NOT = "00"
                 THEN
                   MOVE 人事状態 TO 入出力状態
                 ELSE
                   MOVE 総務状態 TO 入出力状態
               END-IF
               MOVE "人事部/総務部オープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
           END-IF.
      *
           OPEN INPUT 異動指示ファイル.
           IF 指示状態 NOT = "00"
             THEN
               MOVE "PRO2022" TO 発生プログラム名
               MOVE 指示状態 TO 入出力状態
               MOVE "異動指示のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
      *
           OPEN OUTPUT 模擬レポートファイル.
           IF 模擬レポート状態 NOT = "00"
             THEN
               MOVE "PRO2022" TO 発生プログラム名
               MOVE 模擬レポート状態 TO 入出力状態
               MOVE "模擬レポートのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
      *
       模擬初期処理－ＥＸ.
       EXIT.
      *
      ************************************************
       模擬主処理             SECTION.
      ************************************************
      *
      *  現在の両ファイルをテーブルに写し、指示を1件ずつ検査
      *  して問題の無いものだけをテーブル上で当てはめる。
      *  年齢は指示の最も遅い発効日時点で見る。
           PERFORM 模擬人事部読込.
           PERFORM 模擬総務部読込.
           MOVE 実行日 TO 年齢基準日.
           MOVE SPACES TO レポート行.
           STRING "異動計画の模擬実行 実行日:"
                    DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  " 最低人数:" DELIMITED BY SIZE
                  最低人数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 模擬レポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           STRING "矛盾の一覧" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 模擬レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO レポート行.
           STRING "行番号 社員   元 先 発効日    理由"
                    DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 模擬レポートレコード FROM レポート行.
           PERFORM UNTIL 読込終了
             READ 異動指示ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 ADD 1 TO 指示行番号
                 IF 発効日 IS NUMERIC AND
                    発効日 > 年齢基準日
                   THEN
                     MOVE 発効日 TO 年齢基準日
                   ELSE
                     CONTINUE
                 END-IF
                 PERFORM 模擬異動検査
             END-READ
           END-PERFORM.
           PERFORM 模擬人数集計.
           PERFORM 最低人数検査.
           PERFORM 模擬人数出力.
           CLOSE 模擬レポートファイル.
           DISPLAY "指示件数:" 指示行番号
                   " 適用可:" 模擬適用件数
                   " 矛盾:" 矛盾件数.
      *
       模擬主処理－ＥＸ.
       EXIT.
      *
      ************************************************
       模擬人事部読込         SECTION.
      ************************************************
      *
           MOVE "0" TO 終了ステータス.
           MOVE LOW-VALUES
             TO 社員コード OF 人事部レコード.
           START 人事部ファイル
             KEY IS >= 社員コード OF 人事部レコード
             INVALID KEY
               SET 読込終了 TO TRUE
           END-START.
           PERFORM UNTIL 読込終了
             READ 人事部ファイル NEXT
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 MOVE 人事部レコード TO 異動対象レコード
                 MOVE "J" TO 模擬検索部署
                 PERFORM 模擬1件格納
             END-READ
           END-PERFORM.
           MOVE "0" TO 終了ステータス.
      *
       模擬人事部読込－ＥＸ.
       EXIT.
      *
      ************************************************
       模擬総務部読込         SECTION.
      ************************************************
      *
           MOVE "0" TO 終了ステータス.
           MOVE LOW-VALUES
             TO 社員コード OF 総務部レコード.
           START 総務部ファイル
             KEY IS >= 社員コード OF 総務部レコード
             INVALID KEY
               SET 読込終了 TO TRUE
           END-START.
           PERFORM UNTIL 読込終了
             READ 総務部ファイル NEXT
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 MOVE 総務部レコード TO 異動対象レコード
                 MOVE "S" TO 模擬検索部署
                 PERFORM 模擬1件格納
             END-READ
           END-PERFORM.
           MOVE "0" TO 終了ステータス.
      *
       模擬総務部読込－ＥＸ.
       EXIT.
      *
      ************************************************
       模擬1件格納            SECTION.
      ************************************************
      *
           IF 模擬件数 >= 3000
             THEN
               MOVE "PRO2022" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "模擬テーブルが一杯です"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 模擬件数.
           MOVE 社員コード OF 異動対象レコード
             TO 模擬社員コード(模擬件数).
           MOVE 模擬検索部署 TO 模擬元部署(模擬件数).
           MOVE 模擬検索部署 TO 模擬部署(模擬件数).
           MOVE 生年月日 OF 異動対象レコード
             TO 模擬生年月日(模擬件数).
           MOVE 在籍状態区分 OF 異動対象レコード
             TO 模擬在籍状態(模擬件数).
           MOVE ZERO TO 模擬指示回数(模擬件数).
      *
       模擬1件格納－ＥＸ.
       EXIT.
      *
      ************************************************
       模擬異動検査           SECTION.
      ************************************************
      *
      *  指示1件を検査する。矛盾があれば理由を出して当て
      *  はめず、無ければテーブル上の部署を異動先に替える。
           IF (異動元部署 = "J" AND 異動先部署 = "S") OR
              (異動元部署 = "S" AND 異動先部署 = "J")
             THEN
               CONTINUE
             ELSE
               MOVE "異動区分不正" TO 矛盾理由
               PERFORM 矛盾出力
               GO TO 模擬異動検査－ＥＸ
           END-IF.
      *  同じ社員への2件目以降の指示は重複とする。
           MOVE SPACE TO 模擬検索部署.
           PERFORM 模擬社員検索.
           IF 該当模擬番号 > ZERO
             THEN
               IF 模擬指示回数(該当模擬番号) > ZERO
                 THEN
                   ADD 1 TO 模擬指示回数(該当模擬番号)
                   MOVE "同じ社員の指示が重複" TO 矛盾理由
                   PERFORM 矛盾出力
                   GO TO 模擬異動検査－ＥＸ
                 ELSE
                   ADD 1 TO 模擬指示回数(該当模擬番号)
               END-IF
             ELSE
               CONTINUE
           END-IF.
           MOVE 異動先部署 TO 模擬検索部署.
           PERFORM 模擬社員検索.
           MOVE 該当模擬番号 TO 異動先模擬番号.
           MOVE 異動元部署 TO 模擬検索部署.
           PERFORM 模擬社員検索.
           MOVE 該当模擬番号 TO 異動元模擬番号.
           IF 異動元模擬番号 = ZERO
             THEN
               IF 異動先模擬番号 > ZERO
                 THEN
                   MOVE "既に異動先に在籍" TO 矛盾理由
                 ELSE
                   MOVE "該当社員なし" TO 矛盾理由
               END-IF
               PERFORM 矛盾出力
               GO TO 模擬異動検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 異動先模擬番号 > ZERO
             THEN
               MOVE "異動先で社員コード重複" TO 矛盾理由
               PERFORM 矛盾出力
               GO TO 模擬異動検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           EVALUATE 模擬在籍状態(異動元模擬番号)
             WHEN "2"
               MOVE "休職中の社員の異動" TO 矛盾理由
               PERFORM 矛盾出力
               GO TO 模擬異動検査－ＥＸ
             WHEN "3"
               MOVE "退職予定の社員の異動" TO 矛盾理由
               PERFORM 矛盾出力
               GO TO 模擬異動検査－ＥＸ
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           MOVE 異動先部署 TO 模擬部署(異動元模擬番号).
           ADD 1 TO 模擬適用件数.
      *
       模擬異動検査－ＥＸ.
       EXIT.
      *
      ************************************************
       模擬社員検索           SECTION.
      ************************************************
      *
      *  指示の社員コードをテーブルから探す。模擬検索部署が
      *  空白ならどちらの部署でもよい。
           MOVE ZERO TO 該当模擬番号.
           PERFORM VARYING 模擬番号 FROM 1 BY 1
             UNTIL 模擬番号 > 模擬件数
                OR 該当模擬番号 > ZERO
             IF 模擬社員コード(模擬番号) =
                  社員コード OF 異動指示レコード
                AND (模擬検索部署 = SPACE OR
                     模擬部署(模擬番号) = 模擬検索部署)
               THEN
                 MOVE 模擬番号 TO 該当模擬番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       模擬社員検索－ＥＸ.
       EXIT.
      *
      ************************************************
       矛盾出力               SECTION.
      ************************************************
      *
           ADD 1 TO 矛盾件数.
           MOVE SPACES TO 矛盾明細行.
           MOVE 指示行番号 TO 矛盾明細行番号.
           MOVE 社員コード OF 異動指示レコード
             TO 矛盾明細社員コード.
           MOVE 異動元部署 TO 矛盾明細元.
           MOVE 異動先部署 TO 矛盾明細先.
           MOVE 発効日 TO 矛盾明細発効日.
           MOVE 矛盾理由 TO 矛盾明細理由.
           WRITE 模擬レポートレコード FROM 矛盾明細行.
      *
       矛盾出力－ＥＸ.
       EXIT.
      *
      ************************************************
       模擬人数集計           SECTION.
      ************************************************
      *
      *  異動前・異動後の部署ごとに年齢帯別の人数を数える。
           INITIALIZE 人数集計エリア.
           PERFORM VARYING 模擬番号 FROM 1 BY 1
             UNTIL 模擬番号 > 模擬件数
             MOVE 模擬生年月日(模擬番号) TO 算出生年月日
             MOVE 年齢基準日 TO 算出基準日
             CALL "SUB2008" USING 年齢算出情報
               ON EXCEPTION
                 DISPLAY "サブルーチン呼出し失敗"
                 MOVE "10" TO 算出状態
               NOT ON EXCEPTION
                 CONTINUE
             END-CALL
             EVALUATE TRUE
               WHEN 算出状態 NOT = "00"
                 MOVE 6 TO 帯番号
               WHEN 算出年齢 < 30
                 MOVE 1 TO 帯番号
               WHEN 算出年齢 < 40
                 MOVE 2 TO 帯番号
               WHEN 算出年齢 < 50
                 MOVE 3 TO 帯番号
               WHEN 算出年齢 < 60
                 MOVE 4 TO 帯番号
               WHEN OTHER
                 MOVE 5 TO 帯番号
             END-EVALUATE
             IF 模擬元部署(模擬番号) = "J"
               THEN
                 MOVE 1 TO 部署番号
               ELSE
                 MOVE 2 TO 部署番号
             END-IF
             ADD 1 TO 帯人数(1 部署番号 帯番号)
             ADD 1 TO 部署人数(1 部署番号)
             IF 模擬部署(模擬番号) = "J"
               THEN
                 MOVE 1 TO 部署番号
               ELSE
                 MOVE 2 TO 部署番号
             END-IF
             ADD 1 TO 帯人数(2 部署番号 帯番号)
             ADD 1 TO 部署人数(2 部署番号)
           END-PERFORM.
      *
       模擬人数集計－ＥＸ.
       EXIT.
      *
      ************************************************
       最低人数検査           SECTION.
      ************************************************
      *
      *  計画で人数が減り最低人数を下回る部署を矛盾とする。
           PERFORM VARYING 部署番号 FROM 1 BY 1
             UNTIL 部署番号 > 2
             IF 部署人数(2 部署番号) < 最低人数 AND
                部署人数(2 部署番号) <
                  部署人数(1 部署番号)
               THEN
                 ADD 1 TO 矛盾件数
                 MOVE SPACES TO 矛盾明細行
                 IF 部署番号 = 1
                   THEN
                     MOVE "J" TO 矛盾明細元
                   ELSE
                     MOVE "S" TO 矛盾明細元
                 END-IF
                 MOVE ZERO TO 矛盾明細発効日
                 MOVE 部署人数(2 部署番号) TO 人数編集
                 STRING "最低人数未満 異動後:"
                          DELIMITED BY SIZE
                        人数編集 DELIMITED BY SIZE
                        INTO 矛盾明細理由
                 WRITE 模擬レポートレコード
                   FROM 矛盾明細行
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       最低人数検査－ＥＸ.
       EXIT.
      *
      ************************************************
       模擬人数出力           SECTION.
      ************************************************
      *
           MOVE SPACES TO レポート行.
           STRING "部署別・年齢帯別の人数 年齢基準日:"
                    DELIMITED BY SIZE
                  年齢基準日 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 模擬レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO レポート行.
           STRING "  人事前  人事後  総務前  総務後  "
                    DELIMITED BY SIZE
                  "年齢帯" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 模擬レポートレコード FROM レポート行.
           PERFORM VARYING 帯番号 FROM 1 BY 1
             UNTIL 帯番号 > 6
             MOVE SPACES TO 人数明細行
             MOVE 帯人数(1 1 帯番号) TO 人数明細編集(1)
             MOVE 帯人数(2 1 帯番号) TO 人数明細編集(2)
             MOVE 帯人数(1 2 帯番号) TO 人数明細編集(3)
             MOVE 帯人数(2 2 帯番号) TO 人数明細編集(4)
             MOVE 年齢帯名称(帯番号) TO 人数明細名称
             WRITE 模擬レポートレコード FROM 人数明細行
           END-PERFORM.
           MOVE SPACES TO 人数明細行.
           MOVE 部署人数(1 1) TO 人数明細編集(1).
           MOVE 部署人数(2 1) TO 人数明細編集(2).
           MOVE 部署人数(1 2) TO 人数明細編集(3).
           MOVE 部署人数(2 2) TO 人数明細編集(4).
           MOVE "合計" TO 人数明細名称.
           WRITE 模擬レポートレコード FROM 人数明細行.
           MOVE SPACES TO レポート行.
           STRING "指示件数:" DELIMITED BY SIZE
                  指示行番号 DELIMITED BY SIZE
                  " 適用可:" DELIMITED BY SIZE
                  模擬適用件数 DELIMITED BY SIZE
                  " 矛盾:" DELIMITED BY SIZE
                  矛盾件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 模擬レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
      *
       模擬人数出力－ＥＸ.
       EXIT.
      *
      ************************************************
       終了処理               SECTION.
      ************************************************
           CLOSE 人事部ファイル.
           CLOSE 総務部ファイル.
           CLOSE 異動指示ファイル.
           IF 模擬実行
             THEN
               CONTINUE
             ELSE
               CLOSE 異動履歴ファイル
               CLOSE イメージジャーナルファイル
           END-IF.
      *
      *  取得したロックを解放する。
           PERFORM ロック解放.
