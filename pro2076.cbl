       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2076.
      *  定年到達の5か年予測レポート。退職年齢の制御ファイル
      *  (PARAMDB03)の年齢と生年月日から、翌年度以降5年度の
      *  各年度に退職年齢へ到達する人数を求める。人事ファイル
      *  (JINJI2001)は所属コード(課)別に数え、PRO2041と同じく
      *  組織階層マスタ(SOSHIKI2000)で部・本部へロールアップ
      *  する。人事部ファイル(JINJI2007)・総務部ファイル
      *  (SOUMU2007)は部署別に数える。在籍者のうち3年度以内の
      *  到達者の割合がパラメタ(YOSOKUPARM2000)の警告比率を
      *  超える単位には警告印を付ける。年度は4月始まり。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT 人事ファイル ASSIGN TO
             "/home/suzuki/DATA/JINJI2001"
             FILE STATUS IS 人事状態.
      *  利用頻度の高いファイルのため索引編成とする。
           SELECT 人事部ファイル ASSIGN TO
             "/home/suzuki/DATA/JINJI2007"
             ORGANIZATION IS INDEXED
             RECORD KEY IS 社員コード OF 人事部レコード
             ALTERNATE RECORD KEY IS
               氏名 OF 人事部レコード
               WITH DUPLICATES
             FILE STATUS IS 人事部状態.
           SELECT 総務部ファイル ASSIGN TO
             "/home/suzuki/DATA/SOUMU2007"
             ORGANIZATION IS INDEXED
             RECORD KEY IS 社員コード OF 総務部レコード
             ALTERNATE RECORD KEY IS
               氏名 OF 総務部レコード
               WITH DUPLICATES
             FILE STATUS IS 総務部状態.
      *  課→部→本部の対応を保持する組織階層マスタ。
           SELECT 階層マスタファイル ASSIGN TO
             "/home/suzuki/DATA/SOSHIKI2000"
             FILE STATUS IS 階層状態.
      *  退職対象とみなす年齢を指定する制御ファイル。
           SELECT 退職年齢ファイル ASSIGN TO
             "/home/suzuki/DATA/PARAMDB03"
             FILE STATUS IS 退職年齢状態.
      *  警告とする3年度以内到達者の割合(%)のパラメタ。
           SELECT 予測パラメタファイル ASSIGN TO
             "/home/suzuki/DATA/YOSOKUPARM2000"
             FILE STATUS IS パラメタ状態.
      *  5か年予測レポート。
           SELECT 予測レポートファイル ASSIGN TO
             "/home/suzuki/DATA/TEINENYOSOKU2000"
             FILE STATUS IS レポート状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  人事ファイル.
       01  人事レコード.
           COPY CP001.
       FD  人事部ファイル.
       01  人事部レコード.
           COPY CP024.
       FD  総務部ファイル.
       01  総務部レコード.
           COPY CP024.
       FD  階層マスタファイル.
       01  階層マスタレコード.
           COPY CP032.
       FD  退職年齢ファイル.
       01  退職年齢レコード.
         03 退職年齢          PIC 9(2).
       FD  予測パラメタファイル.
       01  予測パラメタレコード.
         03 指定警告比率      PIC 9(3).
       FD  予測レポートファイル.
       01  予測レポートレコード PIC X(100).
       WORKING-STORAGE        SECTION.
       01  状態.
           05 人事状態        PIC X(2).
           05 人事部状態      PIC X(2).
           05 総務部状態      PIC X(2).
           05 階層状態        PIC X(2).
           05 退職年齢状態    PIC X(2).
           05 パラメタ状態    PIC X(2).
           05 レポート状態    PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
       01  実行日分解 REDEFINES 実行日.
           05 実行年          PIC 9(4).
           05 実行月          PIC 9(2).
           05 実行日日        PIC 9(2).
      *  退職対象とみなす年齢。制御ファイルが無い場合は60とする。
       01  退職判定年齢       PIC 9(2) VALUE 60.
      *  警告比率(%)。パラメタが無い場合は20%とする。
       01  警告比率           PIC 9(3) VALUE 20.
      *  当年度(4月始まり)と、1名分の到達年度の算出ワーク。
       01  当年度             PIC 9(4).
       01  判定生年月日       PIC 9(8).
       01  判定生年月日分解 REDEFINES 判定生年月日.
           05 判定生年        PIC 9(4).
           05 判定生月日      PIC 9(4).
       01  到達年度           PIC 9(4).
      *  集計列。1:在籍 2:既到達 3～7:翌年度から5年度分。
       01  集計列             PIC 9(1).
      *  組織階層マスタの読み込みテーブル。課単位に集計する。
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
              10 表所属人数     PIC 9(5) OCCURS 7 TIMES.
      *  部単位・本部単位のロールアップテーブル。
       01  部集計テーブルエリア.
           05 部件数          PIC 9(3) VALUE ZERO.
           05 部番号          PIC 9(3).
           05 該当部番号      PIC 9(3).
           05 部エントリ      OCCURS 50 TIMES.
              10 表集計部コード PIC X(03).
              10 表集計部名     PIC X(20).
              10 表部人数       PIC 9(5) OCCURS 7 TIMES.
       01  本部集計テーブルエリア.
           05 本部件数        PIC 9(3) VALUE ZERO.
           05 本部番号        PIC 9(3).
           05 該当本部番号    PIC 9(3).
           05 本部エントリ    OCCURS 20 TIMES.
              10 表集計本部コード PIC X(03).
              10 表集計本部名   PIC X(20).
              10 表本部人数     PIC 9(5) OCCURS 7 TIMES.
      *  階層マスタに無い所属コードと全体の集計。
       01  未定義人数群.
           05 未定義人数      PIC 9(5) OCCURS 7 TIMES.
       01  全体人数群.
           05 全体人数        PIC 9(5) OCCURS 7 TIMES.
      *  人事部・総務部ファイルの部署別集計。
       01  部署人数群.
           05 部署行          OCCURS 2 TIMES.
              10 部署人数     PIC 9(5) OCCURS 7 TIMES.
       01  部署番号           PIC 9(1).
      *  1行分の出力に渡す見出しと人数。
       01  出力コード         PIC X(7).
       01  出力名称           PIC X(20).
       01  出力人数群.
           05 出力人数        PIC 9(5) OCCURS 7 TIMES.
       01  列番号             PIC 9(1).
       01  ３年度以内人数     PIC 9(5).
       01  到達比率           PIC 9(3)V9.
       01  警告件数           PIC 9(5) VALUE ZERO.
      *  レポート用の編集項目。
       01  人数編集           PIC ZZZZ9.
       01  比率編集           PIC ZZ9.9.
       01  年度編集           PIC 9(4).
       01  行位置             PIC 9(3).
       01  レポート行         PIC X(100).
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
           PERFORM 人事ファイル集計.
      *
           PERFORM 人事部集計.
      *
           PERFORM 総務部集計.
      *
           PERFORM ロールアップ集計.
      *
           PERFORM レポート出力.
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
           DISPLAY "***PRO2076 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           IF 実行月 >= 4
             THEN
               MOVE 実行年 TO 当年度
             ELSE
               COMPUTE 当年度 = 実行年 - 1
           END-IF.
           INITIALIZE 未定義人数群 全体人数群
                      部署人数群.
      *  退職年齢を読む。無ければ60歳とする。
           OPEN INPUT 退職年齢ファイル.
           IF 退職年齢状態 = "00"
             THEN
               READ 退職年齢ファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   IF 退職年齢 > ZERO
                     THEN
                       MOVE 退職年齢 TO 退職判定年齢
                     ELSE
                       CONTINUE
                   END-IF
               END-READ
               CLOSE 退職年齢ファイル
             ELSE
               CONTINUE
           END-IF.
      *  警告比率を読む。無ければ20%とする。
           OPEN INPUT 予測パラメタファイル.
           IF パラメタ状態 = "00"
             THEN
               READ 予測パラメタファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   IF 指定警告比率 > ZERO
                     THEN
                       MOVE 指定警告比率 TO 警告比率
                     ELSE
                       CONTINUE
                   END-IF
               END-READ
               CLOSE 予測パラメタファイル
             ELSE
               CONTINUE
           END-IF.
      *  組織階層マスタをテーブルへ読み込む。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 階層マスタファイル.
           IF 階層状態 NOT = "00"
             THEN
               MOVE "PRO2076" TO 発生プログラム名
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
                     MOVE "PRO2076" TO 発生プログラム名
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
       人事ファイル集計       SECTION.
      ***********************************
      *
      *  人事ファイルの在籍者を所属コード(課)単位に積み上げる。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 人事ファイル.
           IF 人事状態 NOT = "00"
             THEN
               MOVE "PRO2076" TO 発生プログラム名
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
                 MOVE 生年月日 OF 人事レコード
                   TO 判定生年月日
                 PERFORM 到達年度判定
                 PERFORM 所属検索
                 IF 該当階層番号 = ZERO
                   THEN
                     ADD 1 TO 未定義人数(1)
                     IF 集計列 > 1
                       THEN
                         ADD 1 TO 未定義人数(集計列)
                       ELSE
                         CONTINUE
                     END-IF
                   ELSE
                     ADD 1 TO 表所属人数(該当階層番号 1)
                     IF 集計列 > 1
                       THEN
                         ADD 1 TO 表所属人数
                           (該当階層番号 集計列)
                       ELSE
                         CONTINUE
                     END-IF
                 END-IF
                 ADD 1 TO 全体人数(1)
                 IF 集計列 > 1
                   THEN
                     ADD 1 TO 全体人数(集計列)
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 人事ファイル.
      *
       人事ファイル集計－ＥＸ.
       EXIT.
      *
      ***********************************
       人事部集計             SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           MOVE 1 TO 部署番号.
           OPEN INPUT 人事部ファイル.
           IF 人事部状態 NOT = "00"
             THEN
               MOVE "PRO2076" TO 発生プログラム名
               MOVE 人事部状態 TO 入出力状態
               MOVE "人事部ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 人事部ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 MOVE 生年月日 OF 人事部レコード
                   TO 判定生年月日
                 PERFORM 部署加算
             END-READ
           END-PERFORM.
           CLOSE 人事部ファイル.
      *
       人事部集計－ＥＸ.
       EXIT.
      *
      ***********************************
       総務部集計             SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           MOVE 2 TO 部署番号.
           OPEN INPUT 総務部ファイル.
           IF 総務部状態 NOT = "00"
             THEN
               MOVE "PRO2076" TO 発生プログラム名
               MOVE 総務部状態 TO 入出力状態
               MOVE "総務部ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 総務部ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 MOVE 生年月日 OF 総務部レコード
                   TO 判定生年月日
                 PERFORM 部署加算
             END-READ
           END-PERFORM.
           CLOSE 総務部ファイル.
      *
       総務部集計－ＥＸ.
       EXIT.
      *
      ***********************************
       部署加算               SECTION.
      ***********************************
      *
           PERFORM 到達年度判定.
           ADD 1 TO 部署人数(部署番号 1).
           IF 集計列 > 1
             THEN
               ADD 1 TO 部署人数(部署番号 集計列)
             ELSE
               CONTINUE
           END-IF.
      *
       部署加算－ＥＸ.
       EXIT.
      *
      ***********************************
       到達年度判定           SECTION.
      ***********************************
      *
      *  生年に退職年齢を足した年の誕生日を到達日とし、その
      *  日の属する年度(4月～翌3月)を求める。当年度以前は
      *  既到達(列2)、翌年度から5年度先までは列3～7、それより
      *  先と生年月日未設定は在籍数だけに数える(列1)。
           MOVE 1 TO 集計列.
           IF 判定生年月日 = ZERO
             THEN
               GO TO 到達年度判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           COMPUTE 到達年度 = 判定生年 + 退職判定年齢.
           IF 判定生月日 < 0401
             THEN
               SUBTRACT 1 FROM 到達年度
             ELSE
               CONTINUE
           END-IF.
           EVALUATE TRUE
             WHEN 到達年度 <= 当年度
               MOVE 2 TO 集計列
             WHEN 到達年度 <= 当年度 + 5
               COMPUTE 集計列 = 到達年度 - 当年度 + 2
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
       到達年度判定－ＥＸ.
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
       ロールアップ集計       SECTION.
      ***********************************
      *
      *  課単位の人数を部単位・本部単位へ積み上げる。
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
           PERFORM VARYING 列番号 FROM 1 BY 1
             UNTIL 列番号 > 7
             ADD 表所属人数(階層番号 列番号)
               TO 表部人数(該当部番号 列番号)
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
           PERFORM VARYING 列番号 FROM 1 BY 1
             UNTIL 列番号 > 7
             ADD 表所属人数(階層番号 列番号)
               TO 表本部人数(該当本部番号 列番号)
           END-PERFORM.
      *
       本部積み上げ－ＥＸ.
       EXIT.
      *
      ***********************************
       レポート出力           SECTION.
      ***********************************
      *
           OPEN OUTPUT 予測レポートファイル.
           MOVE SPACES TO レポート行.
           STRING "定年到達5か年予測 基準日:" DELIMITED
             BY SIZE
                  実行日 DELIMITED BY SIZE
                  " 退職年齢:" DELIMITED BY SIZE
                  退職判定年齢 DELIMITED BY SIZE
                  " 警告比率:" DELIMITED BY SIZE
                  警告比率 DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 予測レポートレコード FROM レポート行.
      *  見出し行。到達人数の列は年度(4月始まり)で示す。
           MOVE SPACES TO レポート行.
      *  年度は明細の人数列の表示位置に合わせて置く。
           MOVE "単位     在籍  既達" TO レポート行.
           MOVE 27 TO 行位置.
           PERFORM VARYING 列番号 FROM 1 BY 1
             UNTIL 列番号 > 5
             COMPUTE 年度編集 = 当年度 + 列番号
             MOVE 年度編集 TO レポート行(行位置 + 1:4)
             ADD 6 TO 行位置
           END-PERFORM.
           MOVE "3年率   名称" TO レポート行(行位置 + 1:16).
           WRITE 予測レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
      *  課単位(現場向け)。
           MOVE "課単位(JINJI2001 所属コード)"
             TO レポート行.
           WRITE 予測レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING 階層番号 FROM 1 BY 1
             UNTIL 階層番号 > 階層件数
             MOVE 表所属コード(階層番号) TO 出力コード
             MOVE 表所属名(階層番号) TO 出力名称
             PERFORM VARYING 列番号 FROM 1 BY 1
               UNTIL 列番号 > 7
               MOVE 表所属人数(階層番号 列番号)
                 TO 出力人数(列番号)
             END-PERFORM
             PERFORM 予測行出力
           END-PERFORM.
           MOVE "***" TO 出力コード.
           MOVE "未定義" TO 出力名称.
           MOVE 未定義人数群 TO 出力人数群.
           PERFORM 予測行出力.
      *  部単位(経営向け)。
           MOVE SPACES TO レポート行.
           MOVE "部単位" TO レポート行.
           WRITE 予測レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING 部番号 FROM 1 BY 1
             UNTIL 部番号 > 部件数
             MOVE 表集計部コード(部番号) TO 出力コード
             MOVE 表集計部名(部番号) TO 出力名称
             PERFORM VARYING 列番号 FROM 1 BY 1
               UNTIL 列番号 > 7
               MOVE 表部人数(部番号 列番号)
                 TO 出力人数(列番号)
             END-PERFORM
             PERFORM 予測行出力
           END-PERFORM.
      *  本部単位(経営向け)。
           MOVE SPACES TO レポート行.
           MOVE "本部単位" TO レポート行.
           WRITE 予測レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING 本部番号 FROM 1 BY 1
             UNTIL 本部番号 > 本部件数
             MOVE 表集計本部コード(本部番号)
               TO 出力コード
             MOVE 表集計本部名(本部番号) TO 出力名称
             PERFORM VARYING 列番号 FROM 1 BY 1
               UNTIL 列番号 > 7
               MOVE 表本部人数(本部番号 列番号)
                 TO 出力人数(列番号)
             END-PERFORM
             PERFORM 予測行出力
           END-PERFORM.
           MOVE "全体" TO 出力コード.
           MOVE SPACES TO 出力名称.
           MOVE 全体人数群 TO 出力人数群.
           PERFORM 予測行出力.
      *  人事部・総務部ファイルの部署別。
           MOVE SPACES TO レポート行.
           MOVE "部署別(JINJI2007/SOUMU2007)" TO レポート行.
           WRITE 予測レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE "JINJIBU" TO 出力コード.
           MOVE "人事部" TO 出力名称.
           MOVE 部署行(1) TO 出力人数群.
           PERFORM 予測行出力.
           MOVE "SOUMUBU" TO 出力コード.
           MOVE "総務部" TO 出力名称.
           MOVE 部署行(2) TO 出力人数群.
           PERFORM 予測行出力.
      *  警告件数のまとめ。
           MOVE SPACES TO レポート行.
           STRING "警告(3年度以内到達比率超過):" DELIMITED
             BY SIZE
                  警告件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 予測レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           CLOSE 予測レポートファイル.
      *
       レポート出力－ＥＸ.
       EXIT.
      *
      ***********************************
       予測行出力             SECTION.
      ***********************************
      *
      *  1単位分の在籍・既到達・5年度分の人数と、翌年度から
      *  3年度以内の到達比率を1行に編集する。比率が警告比率を
      *  超えれば行末に警告印を付け、名称は行末に添える。
           COMPUTE ３年度以内人数 =
             出力人数(3) + 出力人数(4) + 出力人数(5).
           IF 出力人数(1) = ZERO
             THEN
               MOVE ZERO TO 到達比率
             ELSE
               COMPUTE 到達比率 ROUNDED =
                 ３年度以内人数 * 100 / 出力人数(1)
           END-IF.
           MOVE SPACES TO レポート行.
           MOVE 出力コード TO レポート行(1:7).
           MOVE 9 TO 行位置.
           PERFORM VARYING 列番号 FROM 1 BY 1
             UNTIL 列番号 > 7
             MOVE 出力人数(列番号) TO 人数編集
             MOVE 人数編集 TO レポート行(行位置:5)
             ADD 6 TO 行位置
           END-PERFORM.
           MOVE 到達比率 TO 比率編集.
           MOVE 比率編集 TO レポート行(行位置:5).
           MOVE "%" TO レポート行(行位置 + 5:1).
           IF 到達比率 > 警告比率
             THEN
               MOVE "*" TO レポート行(行位置 + 7:1)
               ADD 1 TO 警告件数
             ELSE
               CONTINUE
           END-IF.
           MOVE 出力名称 TO レポート行(行位置 + 9:20).
           WRITE 予測レポートレコード FROM レポート行.
      *
       予測行出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           DISPLAY "在籍数(JINJI2001):" 全体人数(1)
                   " 警告:" 警告件数.
      *
           DISPLAY "***PRO2076 END***".
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
