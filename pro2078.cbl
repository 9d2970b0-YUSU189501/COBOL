       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2078.
      *  人員構成(ダイバーシティ)開示レポート。人事ファイル
      *  (JINJI2001)の性別で、女性・男性の人数と女性比率を
      *  所属コード(課)別に数え、PRO2041と同じく組織階層マスタ
      *  (SOSHIKI2000)で部・本部へロールアップする。あわせて
      *  年齢帯別・勤続年数帯別(入社年月日による)の男女内訳を
      *  出す。前年度比較として、年度ごとの男女人数を構成
      *  スナップショット(DIVSNAP2001)に残して前年度分と並べ、
      *  月次スナップショット(SNAPSHOT2007)の前年度末(3月)の
      *  在籍合計と直近の在籍合計も示す。広報向けに同じ内容の
      *  CSV(DIVCSV2001)も出力する。年度は4月始まり。
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
      *  PRO2043の月次在籍スナップショット履歴。
           SELECT スナップショットファイル ASSIGN TO
             "/home/suzuki/DATA/SNAPSHOT2007"
             FILE STATUS IS スナップ状態.
      *  年度ごとの男女人数。読み込んで書き戻す。
           SELECT 構成スナップファイル ASSIGN TO
             "/home/suzuki/DATA/DIVSNAP2001"
             FILE STATUS IS 構成スナップ状態.
      *  人員構成レポートとそのCSV版。
           SELECT 構成レポートファイル ASSIGN TO
             "/home/suzuki/DATA/DIVRPT2001"
             FILE STATUS IS レポート状態.
           SELECT 構成CSVファイル ASSIGN TO
             "/home/suzuki/DATA/DIVCSV2001"
             FILE STATUS IS CSV状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  人事ファイル.
       01  人事レコード.
           COPY CP001.
       FD  階層マスタファイル.
       01  階層マスタレコード.
           COPY CP032.
       FD  スナップショットファイル.
       01  スナップショットレコード.
         03 スナップ年月      PIC 9(6).
         03 スナップ人事数    PIC 9(5).
         03 スナップ総務数    PIC 9(5).
         03 スナップ合計      PIC 9(5).
       FD  構成スナップファイル.
       01  構成スナップレコード.
         03 構成年度          PIC 9(4).
         03 構成基準日        PIC 9(8).
         03 構成女性数        PIC 9(5).
         03 構成男性数        PIC 9(5).
         03 構成他数          PIC 9(5).
       FD  構成レポートファイル.
       01  構成レポートレコード PIC X(80).
       FD  構成CSVファイル.
       01  構成CSVレコード   PIC X(120).
       WORKING-STORAGE        SECTION.
       01  状態.
           05 人事状態        PIC X(2).
           05 階層状態        PIC X(2).
           05 スナップ状態    PIC X(2).
           05 構成スナップ状態 PIC X(2).
           05 レポート状態    PIC X(2).
           05 CSV状態         PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
       01  実行日分解 REDEFINES 実行日.
           05 実行年          PIC 9(4).
           05 実行月          PIC 9(2).
           05 実行日日        PIC 9(2).
      *  当年度(4月始まり)と前年度末(3月)の年月。
       01  当年度             PIC 9(4).
       01  前年度末年月       PIC 9(6).
      *  組織階層マスタの読み込みテーブル。課単位の男女人数は
      *  このテーブルの行に積み上げる。
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
              10 表所属性別数   PIC 9(05) OCCURS 3 TIMES.
      *  部単位・本部単位のロールアップテーブル。
       01  部集計テーブルエリア.
           05 部件数          PIC 9(3) VALUE ZERO.
           05 部番号          PIC 9(3).
           05 該当部番号      PIC 9(3).
           05 部エントリ      OCCURS 50 TIMES.
              10 表集計部コード PIC X(03).
              10 表集計部名     PIC X(20).
              10 表部性別数     PIC 9(05) OCCURS 3 TIMES.
       01  本部集計テーブルエリア.
           05 本部件数        PIC 9(3) VALUE ZERO.
           05 本部番号        PIC 9(3).
           05 該当本部番号    PIC 9(3).
           05 本部エントリ    OCCURS 20 TIMES.
              10 表集計本部コード PIC X(03).
              10 表集計本部名   PIC X(20).
              10 表本部性別数   PIC 9(05) OCCURS 3 TIMES.
      *  性別の添字 1:女性(F) 2:男性(M) 3:その他・未設定。
       01  性別番号           PIC 9(1).
       01  未定義人数群.
           05 未定義性別数    PIC 9(05) OCCURS 3 TIMES.
       01  全体人数群.
           05 全体性別数      PIC 9(05) OCCURS 3 TIMES.
      *  年齢帯・勤続年数帯の見出しと男女内訳。
       01  年齢帯名称値.
           05 FILLER          PIC X(12) VALUE "～29歳".
           05 FILLER          PIC X(12) VALUE "30～39歳".
           05 FILLER          PIC X(12) VALUE "40～49歳".
           05 FILLER          PIC X(12) VALUE "50～59歳".
           05 FILLER          PIC X(12) VALUE "60歳以上".
       01  年齢帯名称表 REDEFINES 年齢帯名称値.
           05 年齢帯名称      PIC X(12) OCCURS 5 TIMES.
       01  勤続帯名称値.
           05 FILLER          PIC X(12) VALUE "5年未満".
           05 FILLER          PIC X(12) VALUE "5～9年".
           05 FILLER          PIC X(12) VALUE "10～19年".
           05 FILLER          PIC X(12) VALUE "20～29年".
           05 FILLER          PIC X(12) VALUE "30年以上".
       01  勤続帯名称表 REDEFINES 勤続帯名称値.
           05 勤続帯名称      PIC X(12) OCCURS 5 TIMES.
       01  年齢帯人数群.
           05 年齢帯行        OCCURS 5 TIMES.
              10 年齢帯性別数 PIC 9(05) OCCURS 3 TIMES.
       01  勤続帯人数群.
           05 勤続帯行        OCCURS 5 TIMES.
              10 勤続帯性別数 PIC 9(05) OCCURS 3 TIMES.
       01  帯番号             PIC 9(1).
       01  年齢不明件数       PIC 9(5) VALUE ZERO.
       01  勤続不明件数       PIC 9(5) VALUE ZERO.
      *  年度ごとの男女人数のテーブル。
       01  構成テーブルエリア.
           05 構成件数        PIC 9(3) VALUE ZERO.
           05 構成番号        PIC 9(3).
           05 前年度構成番号  PIC 9(3) VALUE ZERO.
           05 構成エントリ    OCCURS 100 TIMES.
              10 表構成年度     PIC 9(4).
              10 表構成基準日   PIC 9(8).
              10 表構成女性数   PIC 9(5).
              10 表構成男性数   PIC 9(5).
              10 表構成他数     PIC 9(5).
      *  SNAPSHOT2007の前年度末と直近の在籍合計。
       01  前年度末検出フラグ PIC X(1) VALUE "N".
       01  前年度末合計       PIC 9(5) VALUE ZERO.
       01  直近年月           PIC 9(6) VALUE ZERO.
       01  直近合計           PIC 9(5) VALUE ZERO.
      *  1行分の出力に渡す内容。
       01  出力区分           PIC X(20).
       01  出力コード         PIC X(3).
       01  出力名称           PIC X(20).
       01  出力人数群.
           05 出力性別数      PIC 9(05) OCCURS 3 TIMES.
       01  出力合計           PIC 9(5).
       01  女性比率           PIC 9(3)V9.
       01  増減数             PIC S9(5).
       01  比率増減           PIC S9(3)V9.
      *  年齢算出呼出し(SUB2008)への引き渡し情報。勤続年数は
      *  入社年月日を生年月日の位置へ渡して求める。
       01  年齢算出情報.
           COPY CP011.
      *  レポート・CSV用の編集項目。
       01  人数編集           PIC ZZZZ9.
       01  比率編集           PIC ZZ9.9.
       01  増減編集           PIC +++++9.
       01  比率増減編集       PIC +++9.9.
       01  レポート行         PIC X(80).
       01  CSV行              PIC X(120).
       01  CSV位置            PIC 9(3).
       01  CSV項目            PIC X(20).
       01  CSV数値            PIC 9(5).
       01  空白数             PIC 9(2).
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
           PERFORM ロールアップ集計.
      *
           PERFORM 前年度読込.
      *
           PERFORM レポート出力.
      *
           PERFORM 構成スナップ書き戻し.
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
           DISPLAY "***PRO2078 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           IF 実行月 >= 4
             THEN
               MOVE 実行年 TO 当年度
             ELSE
               COMPUTE 当年度 = 実行年 - 1
           END-IF.
           COMPUTE 前年度末年月 = 当年度 * 100 + 3.
           INITIALIZE 未定義人数群 全体人数群
                      年齢帯人数群 勤続帯人数群.
      *  組織階層マスタをテーブルへ読み込む。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 階層マスタファイル.
           IF 階層状態 NOT = "00"
             THEN
               MOVE "PRO2078" TO 発生プログラム名
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
                   ELSE
                     MOVE "PRO2078" TO 発生プログラム名
                     MOVE SPACES TO 入出力状態
                     MOVE "階層テーブル上限超過"
                       TO 異常終了メッセージ
                     PERFORM 異常終了処理
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 階層マスタファイル.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
      *  人事ファイルの在籍者を性別ごとに、所属コード(課)・
      *  年齢帯・勤続年数帯へ積み上げる。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 人事ファイル.
           IF 人事状態 NOT = "00"
             THEN
               MOVE "PRO2078" TO 発生プログラム名
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
                 EVALUATE 性別 OF 人事レコード
                   WHEN "F"
                     MOVE 1 TO 性別番号
                   WHEN "M"
                     MOVE 2 TO 性別番号
                   WHEN OTHER
                     MOVE 3 TO 性別番号
                 END-EVALUATE
                 ADD 1 TO 全体性別数(性別番号)
                 PERFORM 所属検索
                 IF 該当階層番号 = ZERO
                   THEN
                     ADD 1 TO 未定義性別数(性別番号)
                   ELSE
                     ADD 1 TO 表所属性別数
                       (該当階層番号 性別番号)
                 END-IF
                 PERFORM 年齢帯判定
                 PERFORM 勤続帯判定
             END-READ
           END-PERFORM.
           CLOSE 人事ファイル.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       所属検索               SECTION.
      ***********************************
      *
      *  所属コードで階層テーブルを探す。
           MOVE ZERO TO 該当階層番号.
           PERFORM VARYING 階層番号 FROM 1 BY 1
             UNTIL 階層番号 > 階層件数
             IF 表所属コード(階層番号) =
                所属コード OF 人事レコード
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
       年齢帯判定             SECTION.
      ***********************************
      *
      *  実行日時点の満年齢で年齢帯を決める。生年月日が
      *  未設定で算出できない者は年齢不明として数える。
           MOVE 生年月日 OF 人事レコード
             TO 算出生年月日.
           MOVE 実行日 TO 算出基準日.
           CALL "SUB2008" USING 年齢算出情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "10" TO 算出状態
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 算出状態 NOT = "00"
             THEN
               ADD 1 TO 年齢不明件数
               GO TO 年齢帯判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           EVALUATE TRUE
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
           END-EVALUATE.
           ADD 1 TO 年齢帯性別数(帯番号 性別番号).
      *
       年齢帯判定－ＥＸ.
       EXIT.
      *
      ***********************************
       勤続帯判定             SECTION.
      ***********************************
      *
      *  実行日時点の勤続年数で勤続年数帯を決める。入社年月日
      *  が未設定で算出できない者は勤続不明として数える。
           MOVE 入社年月日 OF 人事レコード
             TO 算出生年月日.
           MOVE 実行日 TO 算出基準日.
           CALL "SUB2008" USING 年齢算出情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "10" TO 算出状態
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 算出状態 NOT = "00"
             THEN
               ADD 1 TO 勤続不明件数
               GO TO 勤続帯判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           EVALUATE TRUE
             WHEN 算出年齢 < 5
               MOVE 1 TO 帯番号
             WHEN 算出年齢 < 10
               MOVE 2 TO 帯番号
             WHEN 算出年齢 < 20
               MOVE 3 TO 帯番号
             WHEN 算出年齢 < 30
               MOVE 4 TO 帯番号
             WHEN OTHER
               MOVE 5 TO 帯番号
           END-EVALUATE.
           ADD 1 TO 勤続帯性別数(帯番号 性別番号).
      *
       勤続帯判定－ＥＸ.
       EXIT.
      *
      ***********************************
       ロールアップ集計       SECTION.
      ***********************************
      *
      *  課単位の男女人数を部単位・本部単位へ積み上げる。
           PERFORM VARYING 階層番号 FROM 1 BY 1
             UNTIL 階層番号 > 階層件数
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
           PERFORM VARYING 性別番号 FROM 1 BY 1
             UNTIL 性別番号 > 3
             ADD 表所属性別数(階層番号 性別番号)
               TO 表部性別数(該当部番号 性別番号)
           END-PERFORM.
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
           PERFORM VARYING 性別番号 FROM 1 BY 1
             UNTIL 性別番号 > 3
             ADD 表所属性別数(階層番号 性別番号)
               TO 表本部性別数(該当本部番号 性別番号)
           END-PERFORM.
      *
       本部積み上げ－ＥＸ.
       EXIT.
      *
      ***********************************
       前年度読込             SECTION.
      ***********************************
      *
      *  年度ごとの男女人数を読み、前年度分を探す。当年度分は
      *  今回の結果で置き換えるため読み捨てる。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 構成スナップファイル.
           IF 構成スナップ状態 = "00"
             THEN
               PERFORM UNTIL 読込終了
                 READ 構成スナップファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     PERFORM 構成1件格納
                 END-READ
               END-PERFORM
               CLOSE 構成スナップファイル
             ELSE
               DISPLAY "構成スナップショットなし。"
                       "前年度比較は省略する。"
           END-IF.
      *  SNAPSHOT2007から前年度末(3月)と直近の在籍合計を拾う。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT スナップショットファイル.
           IF スナップ状態 NOT = "00"
             THEN
               DISPLAY "スナップショットなし。"
               GO TO 前年度読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ スナップショットファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF スナップ年月 = 前年度末年月
                   THEN
                     MOVE "Y" TO 前年度末検出フラグ
                     MOVE スナップ合計 TO 前年度末合計
                   ELSE
                     CONTINUE
                 END-IF
                 IF スナップ年月 >= 直近年月
                   THEN
                     MOVE スナップ年月 TO 直近年月
                     MOVE スナップ合計 TO 直近合計
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE スナップショットファイル.
      *
       前年度読込－ＥＸ.
       EXIT.
      *
      ***********************************
       構成1件格納            SECTION.
      ***********************************
      *
           IF 構成年度 = 当年度
             THEN
               GO TO 構成1件格納－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 構成件数 < 100
             THEN
               ADD 1 TO 構成件数
               MOVE 構成スナップレコード
                 TO 構成エントリ(構成件数)
               IF 構成年度 = 当年度 - 1
                 THEN
                   MOVE 構成件数 TO 前年度構成番号
                 ELSE
                   CONTINUE
               END-IF
             ELSE
               MOVE "PRO2078" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "構成テーブル上限超過"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
           END-IF.
      *
       構成1件格納－ＥＸ.
       EXIT.
      *
      ***********************************
       レポート出力           SECTION.
      ***********************************
      *
           OPEN OUTPUT 構成レポートファイル.
           OPEN OUTPUT 構成CSVファイル.
           IF レポート状態 NOT = "00" OR CSV状態 NOT = "00"
             THEN
               MOVE "PRO2078" TO 発生プログラム名
               MOVE レポート状態 TO 入出力状態
               MOVE "レポート/CSVオープン異常"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO レポート行.
           STRING "人員構成レポート 基準日:" DELIMITED
             BY SIZE
                  実行日 DELIMITED BY SIZE
                  " 年度:" DELIMITED BY SIZE
                  当年度 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 構成レポートレコード FROM レポート行.
           MOVE SPACES TO 構成CSVレコード.
           STRING "区分,コード,名称," DELIMITED BY SIZE
                  "女性,男性,その他,合計,女性比率"
                    DELIMITED BY SIZE
                  INTO 構成CSVレコード.
           WRITE 構成CSVレコード.
      *  見出し行。列位置は明細行の編集に合わせる。
           MOVE SPACES TO レポート行.
           STRING "単位   女性  男性    他  " DELIMITED BY SIZE
                  "合計 女性比   名称" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 構成レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
      *  課単位(現場向け)。
           MOVE SPACES TO レポート行.
           MOVE "課単位" TO レポート行.
           WRITE 構成レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE "課" TO 出力区分.
           PERFORM VARYING 階層番号 FROM 1 BY 1
             UNTIL 階層番号 > 階層件数
             MOVE 表所属コード(階層番号) TO 出力コード
             MOVE 表所属名(階層番号) TO 出力名称
             PERFORM VARYING 性別番号 FROM 1 BY 1
               UNTIL 性別番号 > 3
               MOVE 表所属性別数(階層番号 性別番号)
                 TO 出力性別数(性別番号)
             END-PERFORM
             PERFORM 構成行出力
           END-PERFORM.
           MOVE "***" TO 出力コード.
           MOVE "未定義" TO 出力名称.
           MOVE 未定義人数群 TO 出力人数群.
           PERFORM 構成行出力.
      *  部単位(経営向け)。
           MOVE SPACES TO レポート行.
           MOVE "部単位" TO レポート行.
           WRITE 構成レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE "部" TO 出力区分.
           PERFORM VARYING 部番号 FROM 1 BY 1
             UNTIL 部番号 > 部件数
             MOVE 表集計部コード(部番号) TO 出力コード
             MOVE 表集計部名(部番号) TO 出力名称
             PERFORM VARYING 性別番号 FROM 1 BY 1
               UNTIL 性別番号 > 3
               MOVE 表部性別数(部番号 性別番号)
                 TO 出力性別数(性別番号)
             END-PERFORM
             PERFORM 構成行出力
           END-PERFORM.
      *  本部単位(経営向け)。
           MOVE SPACES TO レポート行.
           MOVE "本部単位" TO レポート行.
           WRITE 構成レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE "本部" TO 出力区分.
           PERFORM VARYING 本部番号 FROM 1 BY 1
             UNTIL 本部番号 > 本部件数
             MOVE 表集計本部コード(本部番号)
               TO 出力コード
             MOVE 表集計本部名(本部番号) TO 出力名称
             PERFORM VARYING 性別番号 FROM 1 BY 1
               UNTIL 性別番号 > 3
               MOVE 表本部性別数(本部番号 性別番号)
                 TO 出力性別数(性別番号)
             END-PERFORM
             PERFORM 構成行出力
           END-PERFORM.
           MOVE "全体" TO 出力区分.
           MOVE "***" TO 出力コード.
           MOVE "全体" TO 出力名称.
           MOVE 全体人数群 TO 出力人数群.
           PERFORM 構成行出力.
      *  年齢帯別の男女内訳。
           MOVE SPACES TO レポート行.
           MOVE "年齢帯別" TO レポート行.
           WRITE 構成レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE "年齢帯" TO 出力区分.
           MOVE SPACES TO 出力コード.
           PERFORM VARYING 帯番号 FROM 1 BY 1
             UNTIL 帯番号 > 5
             MOVE 年齢帯名称(帯番号) TO 出力名称
             MOVE 年齢帯行(帯番号) TO 出力人数群
             PERFORM 構成行出力
           END-PERFORM.
      *  勤続年数帯別の男女内訳。
           MOVE SPACES TO レポート行.
           MOVE "勤続年数帯別" TO レポート行.
           WRITE 構成レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE "勤続年数帯" TO 出力区分.
           PERFORM VARYING 帯番号 FROM 1 BY 1
             UNTIL 帯番号 > 5
             MOVE 勤続帯名称(帯番号) TO 出力名称
             MOVE 勤続帯行(帯番号) TO 出力人数群
             PERFORM 構成行出力
           END-PERFORM.
           MOVE SPACES TO レポート行.
           STRING "年齢不明:" DELIMITED BY SIZE
                  年齢不明件数 DELIMITED BY SIZE
                  " 勤続不明:" DELIMITED BY SIZE
                  勤続不明件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 構成レポートレコード FROM レポート行.
      *  前年度比較。
           PERFORM 前年度比較出力.
           CLOSE 構成レポートファイル.
           CLOSE 構成CSVファイル.
      *
       レポート出力－ＥＸ.
       EXIT.
      *
      ***********************************
       構成行出力             SECTION.
      ***********************************
      *
      *  1単位分の女性・男性・その他・合計と女性比率をレポート
      *  とCSVへ1行ずつ書く。レポートの名称は行末に添える。
           COMPUTE 出力合計 =
                出力性別数(1) + 出力性別数(2)
                            + 出力性別数(3).
           IF 出力合計 = ZERO
             THEN
               MOVE ZERO TO 女性比率
             ELSE
               COMPUTE 女性比率 ROUNDED =
                 出力性別数(1) * 100 / 出力合計
           END-IF.
           MOVE SPACES TO レポート行.
           MOVE 出力コード TO レポート行(1:3).
           MOVE 出力性別数(1) TO 人数編集.
           MOVE 人数編集 TO レポート行(7:5).
           MOVE 出力性別数(2) TO 人数編集.
           MOVE 人数編集 TO レポート行(13:5).
           MOVE 出力性別数(3) TO 人数編集.
           MOVE 人数編集 TO レポート行(19:5).
           MOVE 出力合計 TO 人数編集.
           MOVE 人数編集 TO レポート行(25:5).
           MOVE 女性比率 TO 比率編集.
           MOVE 比率編集 TO レポート行(31:5).
           MOVE "%" TO レポート行(36:1).
           MOVE 出力名称 TO レポート行(40:20).
           WRITE 構成レポートレコード FROM レポート行.
      *  CSV行。数値は前ゼロ・前空白を除いて出す。
           MOVE SPACES TO CSV行.
           MOVE 1 TO CSV位置.
           MOVE 出力区分 TO CSV項目.
           PERFORM CSV文字追加.
           MOVE 出力コード TO CSV項目.
           PERFORM CSV文字追加.
           MOVE 出力名称 TO CSV項目.
           PERFORM CSV文字追加.
           PERFORM VARYING 性別番号 FROM 1 BY 1
             UNTIL 性別番号 > 3
             MOVE 出力性別数(性別番号) TO CSV数値
             PERFORM CSV数値追加
           END-PERFORM.
           MOVE 出力合計 TO CSV数値.
           PERFORM CSV数値追加.
           MOVE ZERO TO 空白数.
           INSPECT 比率編集 TALLYING 空白数 FOR LEADING SPACE.
           STRING 比率編集(空白数 + 1:5 - 空白数)
                    DELIMITED BY SIZE
                  INTO CSV行 WITH POINTER CSV位置.
           MOVE CSV行 TO 構成CSVレコード.
           WRITE 構成CSVレコード.
      *
       構成行出力－ＥＸ.
       EXIT.
      *
      ***********************************
       CSV文字追加            SECTION.
      ***********************************
      *
      *  CSV項目の後ろの空白を除いてカンマを付け、CSV行へ足す。
           STRING CSV項目 DELIMITED BY "  "
                  "," DELIMITED BY SIZE
                  INTO CSV行 WITH POINTER CSV位置.
      *
       CSV文字追加－ＥＸ.
       EXIT.
      *
      ***********************************
       CSV数値追加            SECTION.
      ***********************************
      *
      *  CSV数値を前空白なしに編集してカンマを付け、CSV行へ足す。
           MOVE CSV数値 TO 人数編集.
           MOVE ZERO TO 空白数.
           INSPECT 人数編集 TALLYING 空白数 FOR LEADING SPACE.
           STRING 人数編集(空白数 + 1:5 - 空白数)
                    DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO CSV行 WITH POINTER CSV位置.
      *
       CSV数値追加－ＥＸ.
       EXIT.
      *
      ***********************************
       前年度比較出力         SECTION.
      ***********************************
      *
      *  前年度の男女人数(構成スナップショット)と今回の結果、
      *  SNAPSHOT2007の前年度末と直近の在籍合計を並べる。
           MOVE SPACES TO レポート行.
           MOVE "前年度比較" TO レポート行.
           WRITE 構成レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE "前年度比較" TO 出力区分.
           MOVE SPACES TO 出力コード.
           IF 前年度構成番号 = ZERO
             THEN
               MOVE "前年度の構成データなし"
                 TO レポート行
               WRITE 構成レポートレコード FROM レポート行
             ELSE
               MOVE "前年度" TO 出力名称
               MOVE 表構成女性数(前年度構成番号)
                 TO 出力性別数(1)
               MOVE 表構成男性数(前年度構成番号)
                 TO 出力性別数(2)
               MOVE 表構成他数(前年度構成番号)
                 TO 出力性別数(3)
               PERFORM 構成行出力
               MOVE 女性比率 TO 比率増減
               MOVE 出力合計 TO 増減数
               MOVE "当年度" TO 出力名称
               MOVE 全体人数群 TO 出力人数群
               PERFORM 構成行出力
               COMPUTE 比率増減 = 女性比率 - 比率増減
               COMPUTE 増減数 = 出力合計 - 増減数
               MOVE 増減数 TO 増減編集
               MOVE 比率増減 TO 比率増減編集
               MOVE SPACES TO レポート行
               STRING "人数増減:" DELIMITED BY SIZE
                      増減編集 DELIMITED BY SIZE
                      " 女性比率増減:" DELIMITED BY SIZE
                      比率増減編集 DELIMITED BY SIZE
                      "ポイント" DELIMITED BY SIZE
                      INTO レポート行
               WRITE 構成レポートレコード FROM レポート行
           END-IF.
           MOVE SPACES TO レポート行.
           IF 前年度末検出フラグ = "Y"
             THEN
               COMPUTE 増減数 = 直近合計 - 前年度末合計
               MOVE 増減数 TO 増減編集
               STRING "SNAPSHOT2007 前年度末(" DELIMITED BY SIZE
                      前年度末年月 DELIMITED BY SIZE
                      "):" DELIMITED BY SIZE
                      前年度末合計 DELIMITED BY SIZE
                      " 直近(" DELIMITED BY SIZE
                      直近年月 DELIMITED BY SIZE
                      "):" DELIMITED BY SIZE
                      直近合計 DELIMITED BY SIZE
                      " 増減:" DELIMITED BY SIZE
                      増減編集 DELIMITED BY SIZE
                      INTO レポート行
             ELSE
               STRING "SNAPSHOT2007 前年度末(" DELIMITED BY SIZE
                      前年度末年月 DELIMITED BY SIZE
                      ")の記録なし" DELIMITED BY SIZE
                      INTO レポート行
           END-IF.
           WRITE 構成レポートレコード FROM レポート行.
      *
       前年度比較出力－ＥＸ.
       EXIT.
      *
      ***********************************
       構成スナップ書き戻し   SECTION.
      ***********************************
      *
      *  前年度までの分に今回の当年度分を加えて書き戻す。
      *  年度内に何度実行しても当年度分は最新の結果になる。
           OPEN OUTPUT 構成スナップファイル.
           IF 構成スナップ状態 NOT = "00"
             THEN
               MOVE "PRO2078" TO 発生プログラム名
               MOVE 構成スナップ状態 TO 入出力状態
               MOVE "構成スナップのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING 構成番号 FROM 1 BY 1
             UNTIL 構成番号 > 構成件数
             MOVE 構成エントリ(構成番号)
               TO 構成スナップレコード
             WRITE 構成スナップレコード
           END-PERFORM.
           MOVE 当年度 TO 構成年度.
           MOVE 実行日 TO 構成基準日.
           MOVE 全体性別数(1) TO 構成女性数.
           MOVE 全体性別数(2) TO 構成男性数.
           MOVE 全体性別数(3) TO 構成他数.
           WRITE 構成スナップレコード.
           CLOSE 構成スナップファイル.
      *
       構成スナップ書き戻し－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           DISPLAY "女性:" 全体性別数(1)
                   " 男性:" 全体性別数(2)
                   " その他:" 全体性別数(3).
      *
           DISPLAY "***PRO2078 END***".
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
