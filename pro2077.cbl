       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2077.
      *  月次の定員充足状況レポート。定員マスタ(TEIIN2000)の
      *  当年度(4月始まり)の定員と、人事ファイル(JINJI2001)の
      *  在籍者数(現員)を課・部・本部の3階層で突き合わせ、
      *  欠員と定員超過を示す。課→部→本部の対応はPRO2041と
      *  同じく組織階層マスタ(SOSHIKI2000)による。各月の定員と
      *  現員は定員充足履歴(TEIINREKI2000)に残し、3か月以上
      *  続けて定員を割っている単位を一覧にする。同じ月に
      *  再実行した場合はその月の履歴を置き換える。兼務ファイル
      *  (KENMU2001)で実行日に有効な兼務は兼務人数として別欄に
      *  示し、定員との突き合わせは主所属の現員で行う。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT 人事ファイル ASSIGN TO
             "/home/suzuki/DATA/JINJI2001"
             FILE STATUS IS 人事状態.
      *  課→部→本部の対応を保持する組織階層マスタ。
           SELECT 階層マスタファイル ASSIGN TO
             "/home/suzuki/DATA/SOSHIKI2000"
             FILE STATUS IS 階層状態.
      *  所属コード(課)・年度ごとの定員マスタ。
           SELECT 定員マスタファイル ASSIGN TO
             "/home/suzuki/DATA/TEIIN2000"
             FILE STATUS IS 定員状態.
      *  月ごとの定員・現員の履歴。読み込んで書き戻す。
           SELECT 充足履歴ファイル ASSIGN TO
             "/home/suzuki/DATA/TEIINREKI2000"
             FILE STATUS IS 履歴状態.
      *  兼務先の所属コードと兼務期間。
           SELECT 兼務ファイル ASSIGN TO
             "/home/suzuki/DATA/KENMU2001"
             FILE STATUS IS 兼務状態.
      *  定員充足状況レポート。
           SELECT 充足レポートファイル ASSIGN TO
             "/home/suzuki/DATA/TEIINRPT2000"
             FILE STATUS IS レポート状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  人事ファイル.
       01  人事レコード.
           COPY CP001.
       FD  階層マスタファイル.
       01  階層マスタレコード.
           COPY CP032.
       FD  定員マスタファイル.
       01  定員マスタレコード.
           COPY CP033.
       FD  充足履歴ファイル.
       01  充足履歴レコード.
      *  履歴区分 1:課 2:部 3:本部。
         03 履歴年月          PIC 9(6).
         03 履歴区分          PIC X(1).
         03 履歴コード        PIC X(3).
         03 履歴定員          PIC 9(5).
         03 履歴現員          PIC 9(5).
       FD  兼務ファイル.
       01  兼務レコード.
           COPY CP040.
       FD  充足レポートファイル.
       01  充足レポートレコード PIC X(80).
       WORKING-STORAGE        SECTION.
       01  状態.
           05 人事状態        PIC X(2).
           05 階層状態        PIC X(2).
           05 定員状態        PIC X(2).
           05 履歴状態        PIC X(2).
           05 レポート状態    PIC X(2).
           05 兼務状態        PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
       01  実行日分解 REDEFINES 実行日.
           05 実行年          PIC 9(4).
           05 実行月          PIC 9(2).
           05 実行日日        PIC 9(2).
      *  当年度(4月始まり)と対象年月。履歴は対象年月の
      *  12か月前より後の分だけを残す。
       01  当年度             PIC 9(4).
       01  対象年月           PIC 9(6).
       01  保存下限年月       PIC 9(6).
      *  前月を求めるワーク。
       01  算出年月           PIC 9(6).
       01  算出年月分解 REDEFINES 算出年月.
           05 算出年          PIC 9(4).
           05 算出月          PIC 9(2).
      *  組織階層マスタの読み込みテーブル。課単位の定員と
      *  現員はこのテーブルの行に持つ。定員設定が"Y"以外の
      *  課は当年度の定員が登録されていない。
       01  階層テーブルエリア.
           05 階層件数        PIC 9(3) VALUE ZERO.
           05 階層番号        PIC 9(3).
           05 該当階層番号    PIC 9(3).
           05 階層エントリ    OCCURS 100 TIMES.
              10 表所属コード   PIC X(03).
              10 表所属名       PIC X(20).
              10 表部コード     PIC X(03).
              10 表部名         PIC X(20).
              10 表本部コード   PIC X(03).
              10 表本部名       PIC X(20).
              10 表定員設定     PIC X(01).
              10 表所属定員     PIC 9(05).
              10 表所属現員     PIC 9(05).
              10 表所属連続     PIC 9(02).
              10 表所属兼務     PIC 9(05).
      *  部単位・本部単位のロールアップテーブル。
       01  部集計テーブルエリア.
           05 部件数          PIC 9(3) VALUE ZERO.
           05 部番号          PIC 9(3).
           05 該当部番号      PIC 9(3).
           05 部エントリ      OCCURS 50 TIMES.
              10 表集計部コード PIC X(03).
              10 表集計部名     PIC X(20).
              10 表部定員       PIC 9(05).
              10 表部現員       PIC 9(05).
              10 表部連続       PIC 9(02).
              10 表部兼務       PIC 9(05).
       01  本部集計テーブルエリア.
           05 本部件数        PIC 9(3) VALUE ZERO.
           05 本部番号        PIC 9(3).
           05 該当本部番号    PIC 9(3).
           05 本部エントリ    OCCURS 20 TIMES.
              10 表集計本部コード PIC X(03).
              10 表集計本部名   PIC X(20).
              10 表本部定員     PIC 9(05).
              10 表本部現員     PIC 9(05).
              10 表本部連続     PIC 9(02).
              10 表本部兼務     PIC 9(05).
      *  前月までの充足履歴のテーブル。
       01  履歴テーブルエリア.
           05 履歴件数        PIC 9(4) VALUE ZERO.
           05 履歴番号        PIC 9(4).
           05 該当履歴番号    PIC 9(4).
           05 履歴エントリ    OCCURS 3000 TIMES.
              10 表履歴年月     PIC 9(6).
              10 表履歴区分     PIC X(1).
              10 表履歴コード   PIC X(3).
              10 表履歴定員     PIC 9(5).
              10 表履歴現員     PIC 9(5).
      *  所属コードの検索キー。
       01  検索所属コード     PIC X(3).
      *  実行日に有効な兼務のテーブル。主所属は人事ファイル
      *  を読むときに補う。
       01  兼務テーブルエリア.
           05 兼務件数        PIC 9(3) VALUE ZERO.
           05 兼務番号        PIC 9(3).
           05 兼務エントリ    OCCURS 200 TIMES.
              10 表兼務従業員コード PIC X(05).
              10 表兼務所属コード   PIC X(03).
              10 表兼務主所属コード PIC X(03).
      *  兼務の集計。部・本部の兼務人数には、主所属と同じ
      *  部・本部の中での兼務を含めない。
       01  兼務先階層番号     PIC 9(3).
       01  主部コード         PIC X(3).
       01  主本部コード       PIC X(3).
       01  兼務総件数         PIC 9(5) VALUE ZERO.
       01  未定義兼務件数     PIC 9(5) VALUE ZERO.
      *  連続定員割れ月数の判定に渡す単位。
       01  判定区分           PIC X(1).
       01  判定コード         PIC X(3).
       01  判定定員           PIC 9(5).
       01  判定現員           PIC 9(5).
       01  判定連続月数       PIC 9(2).
       01  判定継続フラグ     PIC X(1).
      *  集計と件数。
       01  未定義現員         PIC 9(5) VALUE ZERO.
       01  総現員             PIC 9(5) VALUE ZERO.
       01  総定員             PIC 9(5) VALUE ZERO.
       01  定員未登録件数     PIC 9(5) VALUE ZERO.
       01  定員未設定件数     PIC 9(5) VALUE ZERO.
       01  連続割れ件数       PIC 9(5) VALUE ZERO.
      *  1行分の出力に渡す単位の内容。
       01  出力コード         PIC X(3).
       01  出力名称           PIC X(20).
       01  出力定員設定       PIC X(1).
       01  出力定員           PIC 9(5).
       01  出力現員           PIC 9(5).
       01  出力連続           PIC 9(2).
       01  出力兼務           PIC 9(5).
       01  過不足数           PIC S9(5).
      *  レポート用の編集項目。
       01  人数編集           PIC ZZZZ9.
       01  過不足編集         PIC +++++9.
       01  月数編集           PIC Z9.
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
           PERFORM 定員読込.
      *
           PERFORM 兼務読込.
      *
           PERFORM 現員集計.
      *
           PERFORM ロールアップ集計.
      *
           PERFORM 兼務集計.
      *
           PERFORM 履歴読込.
      *
           PERFORM 連続割れ判定.
      *
           PERFORM レポート出力.
      *
           PERFORM 履歴書き戻し.
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
           DISPLAY "***PRO2077 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           IF 実行月 >= 4
             THEN
               MOVE 実行年 TO 当年度
             ELSE
               COMPUTE 当年度 = 実行年 - 1
           END-IF.
           COMPUTE 対象年月 = 実行年 * 100 + 実行月.
           COMPUTE 保存下限年月 = 対象年月 - 100.
      *  組織階層マスタをテーブルへ読み込む。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 階層マスタファイル.
           IF 階層状態 NOT = "00"
             THEN
               MOVE "PRO2077" TO 発生プログラム名
               MOVE 階層状態 TO 入出力状態
               MOVE "階層マスタのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 階層マスタファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 階層件数 < 100
                   THEN
                     ADD 1 TO 階層件数
                     INITIALIZE 階層エントリ(階層件数)
                     MOVE マスタ所属コード
                       TO 表所属コード(階層件数)
                     MOVE マスタ所属名
                       TO 表所属名(階層件数)
                     MOVE マスタ部コード
                       TO 表部コード(階層件数)
                     MOVE マスタ部名
                       TO 表部名(階層件数)
                     MOVE マスタ本部コード
                       TO 表本部コード(階層件数)
                     MOVE マスタ本部名
                       TO 表本部名(階層件数)
                     MOVE "N"
                       TO 表定員設定(階層件数)
                   ELSE
                     MOVE "PRO2077" TO 発生プログラム名
                     MOVE SPACES TO 入出力状態
                     MOVE "階層テーブル上限超過"
                       TO 異常終了メッセージ
                     PERFORM 異常終了処理
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 階層マスタファイル.
           IF 階層件数 = ZERO
             THEN
               MOVE "PRO2077" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "階層マスタが空です"
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
       定員読込               SECTION.
      ***********************************
      *
      *  当年度の定員を課ごとに階層テーブルへ載せる。
      *  階層マスタに無い所属コードの定員は例外として数える。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 定員マスタファイル.
           IF 定員状態 NOT = "00"
             THEN
               MOVE "PRO2077" TO 発生プログラム名
               MOVE 定員状態 TO 入出力状態
               MOVE "定員マスタのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 定員マスタファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 定員年度 = 当年度
                   THEN
                     MOVE 定員所属コード TO 検索所属コード
                     PERFORM 所属検索
                     IF 該当階層番号 = ZERO
                       THEN
                         ADD 1 TO 定員未登録件数
                         DISPLAY "階層マスタ未定義の定員:"
                                 定員所属コード
                       ELSE
                         MOVE "Y"
                           TO 表定員設定(該当階層番号)
                         MOVE 定員数
                           TO 表所属定員(該当階層番号)
                     END-IF
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 定員マスタファイル.
      *
       定員読込－ＥＸ.
       EXIT.
      *
      ***********************************
       現員集計               SECTION.
      ***********************************
      *
      *  人事ファイルの在籍者を所属コード(課)単位に積み上げる。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 人事ファイル.
           IF 人事状態 NOT = "00"
             THEN
               MOVE "PRO2077" TO 発生プログラム名
               MOVE 人事状態 TO 入出力状態
               MOVE "人事ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 人事ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 ADD 1 TO 総現員
                 MOVE 所属コード OF 人事レコード
                   TO 検索所属コード
                 PERFORM 所属検索
                 IF 該当階層番号 = ZERO
                   THEN
                     ADD 1 TO 未定義現員
                   ELSE
                     ADD 1 TO 表所属現員(該当階層番号)
                 END-IF
                 PERFORM 兼務主所属設定
             END-READ
           END-PERFORM.
           CLOSE 人事ファイル.
      *
       現員集計－ＥＸ.
       EXIT.
      *
      ***********************************
       兼務読込               SECTION.
      ***********************************
      *
      *  実行日に有効な兼務(開始日が実行日以前で、終了日が
      *  0か実行日以降)をテーブルへ読み込む。兼務ファイルが
      *  無ければ兼務なしとする。
           OPEN INPUT 兼務ファイル.
           IF 兼務状態 NOT = "00"
             THEN
               GO TO 兼務読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 兼務ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 兼務開始日 <= 実行日 AND
                    (兼務終了日 = ZERO OR
                     兼務終了日 >= 実行日)
                   THEN
                     IF 兼務件数 < 200
                       THEN
                         ADD 1 TO 兼務件数
                         MOVE 兼務従業員コード
                           TO 表兼務従業員コード(兼務件数)
                         MOVE 兼務所属コード
                           TO 表兼務所属コード(兼務件数)
                         MOVE SPACES
                           TO 表兼務主所属コード(兼務件数)
                       ELSE
                         DISPLAY "兼務テーブル上限超過。"
                     END-IF
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 兼務ファイル.
      *
       兼務読込－ＥＸ.
       EXIT.
      *
      ***********************************
       兼務主所属設定         SECTION.
      ***********************************
      *
      *  読み込んだ人事レコードの従業員の兼務に主所属を補う。
           PERFORM VARYING 兼務番号 FROM 1 BY 1
             UNTIL 兼務番号 > 兼務件数
             IF 表兼務従業員コード(兼務番号) =
                従業員コード OF 人事レコード
               THEN
                 MOVE 所属コード OF 人事レコード
                   TO 表兼務主所属コード(兼務番号)
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       兼務主所属設定－ＥＸ.
       EXIT.
      *
      ***********************************
       所属検索               SECTION.
      ***********************************
      *
      *  検索所属コードで階層テーブルを探す。
           MOVE ZERO TO 該当階層番号.
           PERFORM VARYING 階層番号 FROM 1 BY 1
             UNTIL 階層番号 > 階層件数
             IF 表所属コード(階層番号) = 検索所属コード
               THEN
                 MOVE 階層番号 TO 該当階層番号
                 MOVE 階層件数 TO 階層番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       所属検索－ＥＸ.
       EXIT.
      *
      ***********************************
       ロールアップ集計       SECTION.
      ***********************************
      *
      *  課単位の定員・現員を部単位・本部単位へ積み上げる。
      *  定員が未設定の課は定員0として積み上げる。
           PERFORM VARYING 階層番号 FROM 1 BY 1
             UNTIL 階層番号 > 階層件数
             ADD 表所属定員(階層番号) TO 総定員
             IF 表定員設定(階層番号) NOT = "Y"
               THEN
                 ADD 1 TO 定員未設定件数
               ELSE
                 CONTINUE
             END-IF
             PERFORM 部積み上げ
             PERFORM 本部積み上げ
           END-PERFORM.
      *
       ロールアップ集計－ＥＸ.
       EXIT.
      *
      ***********************************
       部積み上げ             SECTION.
      ***********************************
      *
      *  部コードで部集計テーブルを探し、無ければ行を増やす。
           MOVE ZERO TO 該当部番号.
           PERFORM VARYING 部番号 FROM 1 BY 1
             UNTIL 部番号 > 部件数
             IF 表集計部コード(部番号) =
                表部コード(階層番号)
               THEN
                 MOVE 部番号 TO 該当部番号
                 MOVE 部件数 TO 部番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当部番号 = ZERO
             THEN
               IF 部件数 < 50
                 THEN
                   ADD 1 TO 部件数
                   MOVE 部件数 TO 該当部番号
                   INITIALIZE 部エントリ(該当部番号)
                   MOVE 表部コード(階層番号)
                     TO 表集計部コード(該当部番号)
                   MOVE 表部名(階層番号)
                     TO 表集計部名(該当部番号)
                 ELSE
                   DISPLAY "部集計テーブル上限超過。"
                   GO TO 部積み上げ－ＥＸ
               END-IF
             ELSE
               CONTINUE
           END-IF.
           ADD 表所属定員(階層番号)
             TO 表部定員(該当部番号).
           ADD 表所属現員(階層番号)
             TO 表部現員(該当部番号).
      *
       部積み上げ－ＥＸ.
       EXIT.
      *
      ***********************************
       本部積み上げ           SECTION.
      ***********************************
      *
      *  本部コードで本部集計テーブルを探し、無ければ行を増やす。
           MOVE ZERO TO 該当本部番号.
           PERFORM VARYING 本部番号 FROM 1 BY 1
             UNTIL 本部番号 > 本部件数
             IF 表集計本部コード(本部番号) =
                表本部コード(階層番号)
               THEN
                 MOVE 本部番号 TO 該当本部番号
                 MOVE 本部件数 TO 本部番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当本部番号 = ZERO
             THEN
               IF 本部件数 < 20
                 THEN
                   ADD 1 TO 本部件数
                   MOVE 本部件数 TO 該当本部番号
                   INITIALIZE 本部エントリ(該当本部番号)
                   MOVE 表本部コード(階層番号)
                     TO 表集計本部コード(該当本部番号)
                   MOVE 表本部名(階層番号)
                     TO 表集計本部名(該当本部番号)
                 ELSE
                   DISPLAY "本部集計テーブル上限超過。"
                   GO TO 本部積み上げ－ＥＸ
               END-IF
             ELSE
               CONTINUE
           END-IF.
           ADD 表所属定員(階層番号)
             TO 表本部定員(該当本部番号).
           ADD 表所属現員(階層番号)
             TO 表本部現員(該当本部番号).
      *
       本部積み上げ－ＥＸ.
       EXIT.
      *
      ***********************************
       兼務集計               SECTION.
      ***********************************
      *
      *  兼務を兼務先の課に数え、部・本部へ積み上げる。主所属
      *  と同じ部(本部)の中での兼務は、部(本部)の兼務人数に
      *  含めない。人事ファイルに無い従業員の兼務と、主所属と
      *  同じ所属への兼務は数えない。
           PERFORM VARYING 兼務番号 FROM 1 BY 1
             UNTIL 兼務番号 > 兼務件数
             EVALUATE TRUE
               WHEN 表兼務主所属コード(兼務番号) = SPACES
                 DISPLAY "兼務の従業員コード該当なし:"
                         表兼務従業員コード(兼務番号)
               WHEN 表兼務主所属コード(兼務番号) =
                    表兼務所属コード(兼務番号)
                 CONTINUE
               WHEN OTHER
                 PERFORM 兼務積み上げ
             END-EVALUATE
           END-PERFORM.
      *
       兼務集計－ＥＸ.
       EXIT.
      *
      ***********************************
       兼務積み上げ           SECTION.
      ***********************************
      *
           ADD 1 TO 兼務総件数.
      *  主所属の部・本部を求める。
           MOVE 表兼務主所属コード(兼務番号)
             TO 検索所属コード.
           PERFORM 所属検索.
           IF 該当階層番号 = ZERO
             THEN
               MOVE SPACES TO 主部コード
               MOVE SPACES TO 主本部コード
             ELSE
               MOVE 表部コード(該当階層番号)
                 TO 主部コード
               MOVE 表本部コード(該当階層番号)
                 TO 主本部コード
           END-IF.
      *  兼務先の課に数える。
           MOVE 表兼務所属コード(兼務番号)
             TO 検索所属コード.
           PERFORM 所属検索.
           IF 該当階層番号 = ZERO
             THEN
               ADD 1 TO 未定義兼務件数
               DISPLAY "階層マスタ未定義の兼務先:"
                       表兼務所属コード(兼務番号)
               GO TO 兼務積み上げ－ＥＸ
             ELSE
               MOVE 該当階層番号 TO 兼務先階層番号
               ADD 1 TO 表所属兼務(兼務先階層番号)
           END-IF.
      *  主所属と部が異なれば兼務先の部に数える。
           IF 表部コード(兼務先階層番号) NOT =
              主部コード
             THEN
               PERFORM VARYING 部番号 FROM 1 BY 1
                 UNTIL 部番号 > 部件数
                 IF 表集計部コード(部番号) =
                    表部コード(兼務先階層番号)
                   THEN
                     ADD 1 TO 表部兼務(部番号)
                     MOVE 部件数 TO 部番号
                   ELSE
                     CONTINUE
                 END-IF
               END-PERFORM
             ELSE
               CONTINUE
           END-IF.
      *  主所属と本部が異なれば兼務先の本部に数える。
           IF 表本部コード(兼務先階層番号) NOT =
              主本部コード
             THEN
               PERFORM VARYING 本部番号 FROM 1 BY 1
                 UNTIL 本部番号 > 本部件数
                 IF 表集計本部コード(本部番号) =
                    表本部コード(兼務先階層番号)
                   THEN
                     ADD 1 TO 表本部兼務(本部番号)
                     MOVE 本部件数 TO 本部番号
                   ELSE
                     CONTINUE
                 END-IF
               END-PERFORM
             ELSE
               CONTINUE
           END-IF.
      *
       兼務積み上げ－ＥＸ.
       EXIT.
      *
      ***********************************
       履歴読込               SECTION.
      ***********************************
      *
      *  前月までの充足履歴を読む。当月分(再実行時)と保存
      *  期間を過ぎた分は読み捨てる。履歴が無ければ初回とする。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 充足履歴ファイル.
           IF 履歴状態 NOT = "00"
             THEN
               DISPLAY "定員充足履歴なし。"
                       "初回として処理する。"
               GO TO 履歴読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 充足履歴ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 履歴年月 NOT = 対象年月 AND
                    履歴年月 > 保存下限年月
                   THEN
                     IF 履歴件数 < 3000
                       THEN
                         ADD 1 TO 履歴件数
                         MOVE 充足履歴レコード
                           TO 履歴エントリ(履歴件数)
                       ELSE
                         MOVE "PRO2077" TO 発生プログラム名
                         MOVE SPACES TO 入出力状態
                         MOVE "履歴テーブル上限超過"
                           TO 異常終了メッセージ
                         PERFORM 異常終了処理
                     END-IF
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 充足履歴ファイル.
      *
       履歴読込－ＥＸ.
       EXIT.
      *
      ***********************************
       連続割れ判定           SECTION.
      ***********************************
      *
      *  課・部・本部の各単位について、当月を含めて何か月
      *  続けて定員を割っているかを求める。定員未設定の課は
      *  判定しない。
           PERFORM VARYING 階層番号 FROM 1 BY 1
             UNTIL 階層番号 > 階層件数
             IF 表定員設定(階層番号) = "Y"
               THEN
                 MOVE "1" TO 判定区分
                 MOVE 表所属コード(階層番号)
                   TO 判定コード
                 MOVE 表所属定員(階層番号) TO 判定定員
                 MOVE 表所属現員(階層番号) TO 判定現員
                 PERFORM 連続月数算出
                 MOVE 判定連続月数
                   TO 表所属連続(階層番号)
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           PERFORM VARYING 部番号 FROM 1 BY 1
             UNTIL 部番号 > 部件数
             MOVE "2" TO 判定区分
             MOVE 表集計部コード(部番号) TO 判定コード
             MOVE 表部定員(部番号) TO 判定定員
             MOVE 表部現員(部番号) TO 判定現員
             PERFORM 連続月数算出
             MOVE 判定連続月数 TO 表部連続(部番号)
           END-PERFORM.
           PERFORM VARYING 本部番号 FROM 1 BY 1
             UNTIL 本部番号 > 本部件数
             MOVE "3" TO 判定区分
             MOVE 表集計本部コード(本部番号)
               TO 判定コード
             MOVE 表本部定員(本部番号) TO 判定定員
             MOVE 表本部現員(本部番号) TO 判定現員
             PERFORM 連続月数算出
             MOVE 判定連続月数 TO 表本部連続(本部番号)
           END-PERFORM.
      *
       連続割れ判定－ＥＸ.
       EXIT.
      *
      ***********************************
       連続月数算出           SECTION.
      ***********************************
      *
      *  当月が定員割れなら1か月とし、前月、前々月と履歴を
      *  さかのぼって定員割れが続く限り数える。履歴の無い月
      *  で打ち切る。
           MOVE ZERO TO 判定連続月数.
           IF 判定現員 NOT < 判定定員
             THEN
               GO TO 連続月数算出－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 1 TO 判定連続月数.
           MOVE 対象年月 TO 算出年月.
           MOVE "Y" TO 判定継続フラグ.
           PERFORM UNTIL 判定継続フラグ NOT = "Y"
                      OR 判定連続月数 >= 12
             PERFORM 前月算出
             PERFORM 履歴検索
             IF 該当履歴番号 NOT = ZERO
               THEN
                 IF 表履歴現員(該当履歴番号) <
                    表履歴定員(該当履歴番号)
                   THEN
                     ADD 1 TO 判定連続月数
                   ELSE
                     MOVE "N" TO 判定継続フラグ
                 END-IF
               ELSE
                 MOVE "N" TO 判定継続フラグ
             END-IF
           END-PERFORM.
      *
       連続月数算出－ＥＸ.
       EXIT.
      *
      ***********************************
       前月算出               SECTION.
      ***********************************
      *
           IF 算出月 = 1
             THEN
               SUBTRACT 1 FROM 算出年
               MOVE 12 TO 算出月
             ELSE
               SUBTRACT 1 FROM 算出月
           END-IF.
      *
       前月算出－ＥＸ.
       EXIT.
      *
      ***********************************
       履歴検索               SECTION.
      ***********************************
      *
      *  算出年月・判定区分・判定コードで履歴テーブルを探す。
           MOVE ZERO TO 該当履歴番号.
           PERFORM VARYING 履歴番号 FROM 1 BY 1
             UNTIL 履歴番号 > 履歴件数
             IF 表履歴年月(履歴番号) = 算出年月 AND
                表履歴区分(履歴番号) = 判定区分 AND
                表履歴コード(履歴番号) = 判定コード
               THEN
                 MOVE 履歴番号 TO 該当履歴番号
                 MOVE 履歴件数 TO 履歴番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       履歴検索－ＥＸ.
       EXIT.
      *
      ***********************************
       レポート出力           SECTION.
      ***********************************
      *
           OPEN OUTPUT 充足レポートファイル.
           MOVE SPACES TO レポート行.
           STRING "定員充足状況 対象年月:" DELIMITED BY SIZE
                  対象年月 DELIMITED BY SIZE
                  " 年度:" DELIMITED BY SIZE
                  当年度 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 充足レポートレコード FROM レポート行.
      *  見出し行。列位置は明細行の編集に合わせる。
           MOVE SPACES TO レポート行.
           STRING "単位   定員  現員 過不足" DELIMITED BY SIZE
                  "   判定    連続   兼務  名称"
                  DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 充足レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
      *  課単位(現場向け)。
           MOVE SPACES TO レポート行.
           MOVE "課単位" TO レポート行.
           WRITE 充足レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING 階層番号 FROM 1 BY 1
             UNTIL 階層番号 > 階層件数
             MOVE 表所属コード(階層番号) TO 出力コード
             MOVE 表所属名(階層番号) TO 出力名称
             MOVE 表定員設定(階層番号) TO 出力定員設定
             MOVE 表所属定員(階層番号) TO 出力定員
             MOVE 表所属現員(階層番号) TO 出力現員
             MOVE 表所属連続(階層番号) TO 出力連続
             MOVE 表所属兼務(階層番号) TO 出力兼務
             PERFORM 充足行出力
           END-PERFORM.
      *  部単位(経営向け)。
           MOVE SPACES TO レポート行.
           MOVE "部単位" TO レポート行.
           WRITE 充足レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING 部番号 FROM 1 BY 1
             UNTIL 部番号 > 部件数
             MOVE 表集計部コード(部番号) TO 出力コード
             MOVE 表集計部名(部番号) TO 出力名称
             MOVE "Y" TO 出力定員設定
             MOVE 表部定員(部番号) TO 出力定員
             MOVE 表部現員(部番号) TO 出力現員
             MOVE 表部連続(部番号) TO 出力連続
             MOVE 表部兼務(部番号) TO 出力兼務
             PERFORM 充足行出力
           END-PERFORM.
      *  本部単位(経営向け)。
           MOVE SPACES TO レポート行.
           MOVE "本部単位" TO レポート行.
           WRITE 充足レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING 本部番号 FROM 1 BY 1
             UNTIL 本部番号 > 本部件数
             MOVE 表集計本部コード(本部番号)
               TO 出力コード
             MOVE 表集計本部名(本部番号) TO 出力名称
             MOVE "Y" TO 出力定員設定
             MOVE 表本部定員(本部番号) TO 出力定員
             MOVE 表本部現員(本部番号) TO 出力現員
             MOVE 表本部連続(本部番号) TO 出力連続
             MOVE 表本部兼務(本部番号) TO 出力兼務
             PERFORM 充足行出力
           END-PERFORM.
      *  全体。階層マスタに無い所属の現員は全体にだけ含める。
           MOVE "***" TO 出力コード.
           MOVE "全体" TO 出力名称.
           MOVE "Y" TO 出力定員設定.
           MOVE 総定員 TO 出力定員.
           MOVE 総現員 TO 出力現員.
           MOVE ZERO TO 出力連続.
           MOVE 兼務総件数 TO 出力兼務.
           PERFORM 充足行出力.
      *  3か月以上続けて定員を割っている単位の一覧。
           MOVE SPACES TO レポート行.
           MOVE "3か月以上連続の定員割れ" TO レポート行.
           WRITE 充足レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING 階層番号 FROM 1 BY 1
             UNTIL 階層番号 > 階層件数
             IF 表所属連続(階層番号) >= 3
               THEN
                 MOVE 表所属コード(階層番号)
                   TO 出力コード
                 MOVE 表所属名(階層番号) TO 出力名称
                 MOVE "Y" TO 出力定員設定
                 MOVE 表所属定員(階層番号) TO 出力定員
                 MOVE 表所属現員(階層番号) TO 出力現員
                 MOVE 表所属連続(階層番号) TO 出力連続
                 MOVE 表所属兼務(階層番号) TO 出力兼務
                 PERFORM 充足行出力
                 ADD 1 TO 連続割れ件数
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           PERFORM VARYING 部番号 FROM 1 BY 1
             UNTIL 部番号 > 部件数
             IF 表部連続(部番号) >= 3
               THEN
                 MOVE 表集計部コード(部番号)
                   TO 出力コード
                 MOVE 表集計部名(部番号) TO 出力名称
                 MOVE "Y" TO 出力定員設定
                 MOVE 表部定員(部番号) TO 出力定員
                 MOVE 表部現員(部番号) TO 出力現員
                 MOVE 表部連続(部番号) TO 出力連続
                 MOVE 表部兼務(部番号) TO 出力兼務
                 PERFORM 充足行出力
                 ADD 1 TO 連続割れ件数
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           PERFORM VARYING 本部番号 FROM 1 BY 1
             UNTIL 本部番号 > 本部件数
             IF 表本部連続(本部番号) >= 3
               THEN
                 MOVE 表集計本部コード(本部番号)
                   TO 出力コード
                 MOVE 表集計本部名(本部番号) TO 出力名称
                 MOVE "Y" TO 出力定員設定
                 MOVE 表本部定員(本部番号) TO 出力定員
                 MOVE 表本部現員(本部番号) TO 出力現員
                 MOVE 表本部連続(本部番号) TO 出力連続
                 MOVE 表本部兼務(本部番号) TO 出力兼務
                 PERFORM 充足行出力
                 ADD 1 TO 連続割れ件数
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *  例外件数のまとめ。
           MOVE SPACES TO レポート行.
           STRING "連続定員割れ単位:" DELIMITED BY SIZE
                  連続割れ件数 DELIMITED BY SIZE
                  " 定員未設定の課:" DELIMITED BY SIZE
                  定員未設定件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 充足レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO レポート行.
           STRING "階層マスタ外の現員:" DELIMITED BY SIZE
                  未定義現員 DELIMITED BY SIZE
                  " 階層マスタ外の定員:" DELIMITED BY SIZE
                  定員未登録件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 充足レポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           STRING "兼務件数:" DELIMITED BY SIZE
                  兼務総件数 DELIMITED BY SIZE
                  " 階層マスタ外の兼務先:" DELIMITED BY SIZE
                  未定義兼務件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 充足レポートレコード FROM レポート行.
           CLOSE 充足レポートファイル.
      *
       レポート出力－ＥＸ.
       EXIT.
      *
      ***********************************
       充足行出力             SECTION.
      ***********************************
      *
      *  1単位分の定員・現員・過不足・判定・連続月数・兼務
      *  人数を1行に編集する。名称は行末に添える。
           MOVE SPACES TO レポート行.
           MOVE 出力コード TO レポート行(1:3).
           MOVE 出力現員 TO 人数編集.
           MOVE 人数編集 TO レポート行(13:5).
           IF 出力定員設定 NOT = "Y"
             THEN
               MOVE "未定" TO レポート行(28:6)
             ELSE
               MOVE 出力定員 TO 人数編集
               MOVE 人数編集 TO レポート行(7:5)
               COMPUTE 過不足数 = 出力現員 - 出力定員
               MOVE 過不足数 TO 過不足編集
               MOVE 過不足編集 TO レポート行(19:6)
               EVALUATE TRUE
                 WHEN 過不足数 < ZERO
                   MOVE "欠員" TO レポート行(28:6)
                 WHEN 過不足数 > ZERO
                   MOVE "超過" TO レポート行(28:6)
                 WHEN OTHER
                   MOVE "充足" TO レポート行(28:6)
               END-EVALUATE
               IF 出力連続 > ZERO
                 THEN
                   MOVE 出力連続 TO 月数編集
                   MOVE 月数編集 TO レポート行(38:2)
                 ELSE
                   CONTINUE
               END-IF
           END-IF.
           MOVE 出力兼務 TO 人数編集.
           MOVE 人数編集 TO レポート行(42:5).
           MOVE 出力名称 TO レポート行(49:20).
           WRITE 充足レポートレコード FROM レポート行.
      *
       充足行出力－ＥＸ.
       EXIT.
      *
      ***********************************
       履歴書き戻し           SECTION.
      ***********************************
      *
      *  残した前月までの履歴に当月分を加えて書き戻す。
      *  定員未設定の課は当月分を残さない。
           OPEN OUTPUT 充足履歴ファイル.
           IF 履歴状態 NOT = "00"
             THEN
               MOVE "PRO2077" TO 発生プログラム名
               MOVE 履歴状態 TO 入出力状態
               MOVE "定員充足履歴のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING 履歴番号 FROM 1 BY 1
             UNTIL 履歴番号 > 履歴件数
             MOVE 履歴エントリ(履歴番号)
               TO 充足履歴レコード
             WRITE 充足履歴レコード
           END-PERFORM.
           PERFORM VARYING 階層番号 FROM 1 BY 1
             UNTIL 階層番号 > 階層件数
             IF 表定員設定(階層番号) = "Y"
               THEN
                 MOVE 対象年月 TO 履歴年月
                 MOVE "1" TO 履歴区分
                 MOVE 表所属コード(階層番号)
                   TO 履歴コード
                 MOVE 表所属定員(階層番号) TO 履歴定員
                 MOVE 表所属現員(階層番号) TO 履歴現員
                 WRITE 充足履歴レコード
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           PERFORM VARYING 部番号 FROM 1 BY 1
             UNTIL 部番号 > 部件数
             MOVE 対象年月 TO 履歴年月
             MOVE "2" TO 履歴区分
             MOVE 表集計部コード(部番号) TO 履歴コード
             MOVE 表部定員(部番号) TO 履歴定員
             MOVE 表部現員(部番号) TO 履歴現員
             WRITE 充足履歴レコード
           END-PERFORM.
           PERFORM VARYING 本部番号 FROM 1 BY 1
             UNTIL 本部番号 > 本部件数
             MOVE 対象年月 TO 履歴年月
             MOVE "3" TO 履歴区分
             MOVE 表集計本部コード(本部番号)
               TO 履歴コード
             MOVE 表本部定員(本部番号) TO 履歴定員
             MOVE 表本部現員(本部番号) TO 履歴現員
             WRITE 充足履歴レコード
           END-PERFORM.
           CLOSE 充足履歴ファイル.
      *
       履歴書き戻し－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           DISPLAY "定員:" 総定員 " 現員:" 総現員
                   " 連続定員割れ:" 連続割れ件数.
      *
           DISPLAY "***PRO2077 END***".
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
