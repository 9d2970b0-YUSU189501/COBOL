       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2120.
      *  夜間バッチの進捗照会。ジョブネット定義(JOBNET2000)の
      *  ジョブごとに、今回の実行分の稼動履歴(RUNHIST2000)から
      *  状態(待機・実行中・正常終了・異常終了・先行未達で保留
      *  ほか)と開始時刻・経過時間を求め、過去の稼動履歴の直近
      *  5回の平均所要時間(無ければ標準所要秒数WINDOW2000)と
      *  比べる。ジョブは定義順に1本ずつ動くので、残りのジョブ
      *  の所要時間を足してネット全体の終了見込み時刻を出す。
      *  通常の1.5倍を超えて実行中のジョブと、実行していないの
      *  にロック(LOCK2000)を持っているプログラムには*を付ける。
      *  今回の実行分は、ジョブネットのロック(JOBNET)があれば
      *  その取得日時以降、無ければ先頭ジョブの最後の開始以降の
      *  記録とする。結果は画面に出し、同じ内容を進捗状況ファイル
      *  (JOBSTAT2010)に書いて日勤者が朝に確認できるようにする。
      *  照会だけでファイルは更新しない。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  ジョブ名・先行ジョブ・異常時区分の定義ファイル。
           SELECT 定義ファイル ASSIGN TO
             "/home/suzuki/DATA/JOBNET2000"
             FILE STATUS IS 定義状態.
      *  保留・スキップ・再開の指示ファイル。任意。
           SELECT 指示ファイル ASSIGN TO
             "/home/suzuki/DATA/JOBCTL2000"
             FILE STATUS IS 指示状態.
      *  各プログラム共通の稼動履歴。
           SELECT 稼動履歴ファイル ASSIGN TO
             "/home/suzuki/DATA/RUNHIST2000"
             FILE STATUS IS 履歴状態.
      *  取得中ロックの一覧(SUB9400の制御ファイル)。
           SELECT ロック制御ファイル ASSIGN TO
             "/home/suzuki/DATA/LOCK2000"
             FILE STATUS IS ロック状態.
      *  各プログラム共通の異常終了ログ。
           SELECT 異常終了ログファイル ASSIGN TO
             "/home/suzuki/DATA/ABENDLOG"
             FILE STATUS IS ログ状態.
      *  ステップごとの標準所要秒数。
           SELECT 基準時間ファイル ASSIGN TO
             "/home/suzuki/DATA/WINDOW2000"
             FILE STATUS IS 基準時間状態.
      *  進捗状況ファイル。照会のたびに作り直す。
           SELECT 進捗状況ファイル ASSIGN TO
             "/home/suzuki/DATA/JOBSTAT2010"
             FILE STATUS IS 進捗状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  定義ファイル.
       01  定義レコード.
         03 定義ジョブ名      PIC X(8).
         03 定義先行ジョブ    PIC X(8).
      *  異常時区分 H:後続保留(既定) C:後続続行。
         03 定義異常時区分    PIC X(1).
       FD  指示ファイル.
       01  指示レコード.
         03 指示ジョブ名      PIC X(8).
      *  指示区分 H:保留 S:スキップ R:再開(保留解除)。
         03 指示区分          PIC X(1).
       FD  稼動履歴ファイル.
       01  稼動履歴レコード.
           05 履歴プログラム名 PIC X(08).
           05 履歴記録区分     PIC X(01).
           05 履歴日付         PIC 9(08).
           05 履歴時刻         PIC 9(08).
           05 履歴件数         PIC 9(07).
           05 履歴完了コード   PIC X(02).
       FD  ロック制御ファイル.
       01  ロック制御レコード.
           05 記録資源名      PIC X(12).
           05 記録種別        PIC X(01).
           05 記録保持元      PIC X(08).
           05 記録取得日付    PIC 9(08).
           05 記録取得時刻    PIC 9(08).
       FD  異常終了ログファイル.
       01  異常終了ログレコード.
           05 ログ日付        PIC X(08).
           05 FILLER          PIC X(01).
           05 ログプログラム名 PIC X(08).
           05 FILLER          PIC X(83).
       FD  基準時間ファイル.
       01  基準時間レコード.
           05 基準プログラム名 PIC X(08).
           05 基準秒数         PIC 9(05).
       FD  進捗状況ファイル.
       01  進捗状況レコード   PIC X(132).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 定義状態          PIC X(2).
         03 指示状態          PIC X(2).
         03 履歴状態          PIC X(2).
         03 ロック状態        PIC X(2).
         03 ログ状態          PIC X(2).
         03 基準時間状態      PIC X(2).
         03 進捗状態          PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
      *  照会日時。
       01  照会日             PIC 9(8).
       01  照会時刻           PIC 9(8).
       01  照会秒             PIC 9(5).
      *  今回の実行分の起点。日付8桁と時刻6桁を並べたキー。
       01  基準キー           PIC 9(14) VALUE ZERO.
       01  基準キー分解 REDEFINES 基準キー.
           05 基準日          PIC 9(8).
           05 基準時分秒      PIC 9(6).
       01  記録キー           PIC 9(14).
       01  基準区分           PIC X(1).
           88 基準ロック      VALUE "L".
           88 基準先頭ジョブ  VALUE "J".
           88 基準当日        VALUE "D".
      *  時刻(HHMMSShh)を秒に直すための分解。
       01  時刻分解.
           05 分解時          PIC 9(02).
           05 分解分          PIC 9(02).
           05 分解秒          PIC 9(02).
           05 FILLER          PIC 9(02).
       01  記録秒             PIC 9(5).
      *  秒差の算出。日付が変わっていれば翌日とみなす。
       01  差開始日           PIC 9(8).
       01  差開始秒           PIC 9(5).
       01  差終了日           PIC 9(8).
       01  差終了秒           PIC 9(5).
       01  秒差               PIC 9(7).
      *  秒を時分秒に編集する。
       01  編集元秒           PIC 9(7).
       01  編集時             PIC 9(3).
       01  編集残秒           PIC 9(5).
       01  編集分             PIC 9(2).
       01  編集秒             PIC 9(2).
       01  時分秒表示.
           05 表示時          PIC Z9.
           05 FILLER          PIC X(1) VALUE ":".
           05 表示分          PIC 99.
           05 FILLER          PIC X(1) VALUE ":".
           05 表示秒          PIC 99.
      *  ジョブ定義と今回の状態・通常所要時間のテーブル。
      *  表記録区分 S:開始のみ E:終了あり A:異常終了ログあり
      *  空白:記録なし。
      *  表状態区分 R:実行中 D:正常終了 F:異常終了 N:終了
      *  (履歴を書かないジョブ) W:待機 P:先行未達で保留
      *  H:保留指示 K:スキップ。
       01  定義テーブルエリア.
         03 定義件数          PIC 9(2) VALUE ZERO.
         03 定義番号          PIC 9(2).
         03 定義番号2         PIC 9(2).
         03 該当定義番号      PIC 9(2).
         03 定義エントリ      OCCURS 30 TIMES.
           05 表ジョブ名      PIC X(8).
           05 表先行ジョブ    PIC X(8).
           05 表異常時区分    PIC X(1).
           05 表指示区分      PIC X(1).
           05 表記録区分      PIC X(1).
           05 表開始日        PIC 9(8).
           05 表開始秒        PIC 9(5).
           05 表終了日        PIC 9(8).
           05 表終了秒        PIC 9(5).
           05 表完了コード    PIC X(2).
           05 表状態区分      PIC X(1).
           05 表経過秒        PIC 9(7).
           05 表通常秒        PIC 9(7).
           05 表過去開始日    PIC 9(8).
           05 表過去開始秒    PIC 9(5).
           05 表過去件数      PIC 9(1).
           05 表過去所要秒    PIC 9(7) OCCURS 5 TIMES.
       01  過去番号           PIC 9(1).
       01  過去合計秒         PIC 9(8).
      *  今回の記録がある最後のジョブの定義番号。それより前で
      *  記録の無いジョブは履歴を書かずに終わったものとする。
       01  最終記録番号       PIC 9(2) VALUE ZERO.
      *  先頭ジョブの最後の開始。起点の決定に使う。
       01  先頭開始キー       PIC 9(14) VALUE ZERO.
      *  標準所要秒数のテーブル。
       01  基準テーブルエリア.
         03 基準件数          PIC 9(2) VALUE ZERO.
         03 基準番号          PIC 9(2).
         03 基準エントリ      OCCURS 30 TIMES.
           05 表基準名        PIC X(8).
           05 表基準秒        PIC 9(5).
      *  ロック一覧のテーブル。表保持元記録は保持元の稼動履歴の
      *  最後の記録区分。
       01  ロックテーブルエリア.
         03 ロック件数        PIC 9(2) VALUE ZERO.
         03 ロック番号        PIC 9(2).
         03 ロックエントリ    OCCURS 50 TIMES.
           05 表資源名        PIC X(12).
           05 表種別          PIC X(1).
           05 表保持元        PIC X(8).
           05 表取得日付      PIC 9(8).
           05 表取得時刻      PIC 9(8).
           05 表保持元記録    PIC X(1).
      *  ネット全体の終了見込み。
       01  見込みエリア.
         03 残り秒            PIC 9(7) VALUE ZERO.
         03 見込み秒          PIC 9(7).
         03 所要不明件数      PIC 9(2) VALUE ZERO.
         03 未完了件数        PIC 9(2) VALUE ZERO.
         03 超過件数          PIC 9(2) VALUE ZERO.
         03 異常件数          PIC 9(2) VALUE ZERO.
         03 ロック注意件数    PIC 9(2) VALUE ZERO.
       01  状態表示           PIC X(18).
       01  注意表示           PIC X(40).
       01  進捗行             PIC X(132).
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
           DISPLAY "***PRO2120 START***".
           ACCEPT 照会日 FROM DATE YYYYMMDD.
           ACCEPT 照会時刻 FROM TIME.
           MOVE 照会時刻 TO 時刻分解.
           PERFORM 記録秒算出.
           MOVE 記録秒 TO 照会秒.
           PERFORM 定義読込.
           PERFORM 指示読込.
           PERFORM 基準時間読込.
           PERFORM ロック読込.
           OPEN OUTPUT 進捗状況ファイル.
           IF 進捗状態 NOT = "00"
             THEN
               MOVE "PRO2120" TO 発生プログラム名
               MOVE 進捗状態 TO 入出力状態
               MOVE "進捗状況ファイルのオープンエラー"
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
       定義読込               SECTION.
      ***********************************
      *
           OPEN INPUT 定義ファイル.
           IF 定義状態 NOT = "00"
             THEN
               MOVE "PRO2120" TO 発生プログラム名
               MOVE 定義状態 TO 入出力状態
               MOVE "定義ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 定義ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 定義件数 < 30
                   THEN
                     ADD 1 TO 定義件数
                     INITIALIZE 定義エントリ(定義件数)
                     MOVE 定義ジョブ名
                       TO 表ジョブ名(定義件数)
                     MOVE 定義先行ジョブ
                       TO 表先行ジョブ(定義件数)
                     MOVE 定義異常時区分
                       TO 表異常時区分(定義件数)
                   ELSE
                     MOVE "PRO2120" TO 発生プログラム名
                     MOVE SPACES TO 入出力状態
                     MOVE "定義テーブル上限超過"
                       TO 異常終了メッセージ
                     PERFORM 異常終了処理
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 定義ファイル.
      *
       定義読込－ＥＸ.
       EXIT.
      *
      ***********************************
       指示読込               SECTION.
      ***********************************
      *
      *  保留・スキップの指示をジョブに付ける。R(再開)は保留を
      *  解除する。
           OPEN INPUT 指示ファイル.
           IF 指示状態 NOT = "00"
             THEN
               GO TO 指示読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 指示ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 PERFORM 指示反映
             END-READ
           END-PERFORM.
           CLOSE 指示ファイル.
      *
       指示読込－ＥＸ.
       EXIT.
      *
      ***********************************
       指示反映               SECTION.
      ***********************************
      *
           PERFORM VARYING 定義番号 FROM 1 BY 1
             UNTIL 定義番号 > 定義件数
             IF 表ジョブ名(定義番号) = 指示ジョブ名
               THEN
                 IF 指示区分 = "R"
                   THEN
                     MOVE SPACE
                       TO 表指示区分(定義番号)
                   ELSE
                     MOVE 指示区分
                       TO 表指示区分(定義番号)
                 END-IF
                 MOVE 定義件数 TO 定義番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       指示反映－ＥＸ.
       EXIT.
      *
      ***********************************
       基準時間読込           SECTION.
      ***********************************
      *
           OPEN INPUT 基準時間ファイル.
           IF 基準時間状態 NOT = "00"
             THEN
               GO TO 基準時間読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 基準時間ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 基準件数 < 30
                   THEN
                     ADD 1 TO 基準件数
                     MOVE 基準プログラム名
                       TO 表基準名(基準件数)
                     MOVE 基準秒数
                       TO 表基準秒(基準件数)
                   ELSE
                     DISPLAY "基準テーブル上限超過。"
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 基準時間ファイル.
      *
       基準時間読込－ＥＸ.
       EXIT.
      *
      ***********************************
       ロック読込             SECTION.
      ***********************************
      *
      *  取得中のロックを読み込む。ジョブネットのロックがあれば
      *  その取得日時を今回の実行分の起点とする。
           OPEN INPUT ロック制御ファイル.
           IF ロック状態 NOT = "00"
             THEN
               GO TO ロック読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ ロック制御ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF ロック件数 < 50
                   THEN
                     ADD 1 TO ロック件数
                     MOVE 記録資源名
                       TO 表資源名(ロック件数)
                     MOVE 記録種別 TO 表種別(ロック件数)
                     MOVE 記録保持元
                       TO 表保持元(ロック件数)
                     MOVE 記録取得日付
                       TO 表取得日付(ロック件数)
                     MOVE 記録取得時刻
                       TO 表取得時刻(ロック件数)
                     MOVE SPACE
                       TO 表保持元記録(ロック件数)
                   ELSE
                     DISPLAY "ロックテーブル上限超過。"
                 END-IF
                 IF 記録資源名 = "JOBNET"
                   THEN
                     MOVE 記録取得日付 TO 基準日
                     MOVE 記録取得時刻(1:6) TO 基準時分秒
                     SET 基準ロック TO TRUE
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ロック制御ファイル.
      *
       ロック読込－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
      *  起点を決めてから稼動履歴を読み、ジョブの状態と通常の
      *  所要時間を求めて出力する。
           IF NOT 基準ロック
             THEN
               PERFORM 起点決定
             ELSE
               CONTINUE
           END-IF.
           PERFORM 稼動履歴集計.
           PERFORM 異常終了確認.
           PERFORM VARYING 定義番号 FROM 1 BY 1
             UNTIL 定義番号 > 定義件数
             PERFORM 状態判定
             PERFORM 通常所要算出
             PERFORM 残り時間加算
           END-PERFORM.
           PERFORM 見出し出力.
           PERFORM VARYING 定義番号 FROM 1 BY 1
             UNTIL 定義番号 > 定義件数
             PERFORM ジョブ行出力
           END-PERFORM.
           PERFORM 見込み出力.
           PERFORM ロック一覧出力.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       起点決定               SECTION.
      ***********************************
      *
      *  ジョブネットのロックが無いときは、先頭ジョブの最後の
      *  開始記録を起点とする。それも無ければ当日0時とする。
           MOVE ZERO TO 先頭開始キー.
           IF 定義件数 > ZERO
             THEN
               OPEN INPUT 稼動履歴ファイル
               IF 履歴状態 = "00"
                 THEN
                   MOVE "0" TO 終了ステータス
                   PERFORM UNTIL 読込終了
                     READ 稼動履歴ファイル
                       AT END
                         SET 読込終了 TO TRUE
                       NOT AT END
                         IF 履歴プログラム名
                            = 表ジョブ名(1)
                            AND 履歴記録区分 = "S"
                           THEN
                             COMPUTE 先頭開始キー =
                               履歴日付 * 1000000
                               + 履歴時刻 / 100
                           ELSE
                             CONTINUE
                         END-IF
                     END-READ
                   END-PERFORM
                   CLOSE 稼動履歴ファイル
                 ELSE
                   CONTINUE
               END-IF
             ELSE
               CONTINUE
           END-IF.
           IF 先頭開始キー > ZERO
             THEN
               MOVE 先頭開始キー TO 基準キー
               SET 基準先頭ジョブ TO TRUE
             ELSE
               MOVE 照会日 TO 基準日
               MOVE ZERO TO 基準時分秒
               SET 基準当日 TO TRUE
           END-IF.
      *
       起点決定－ＥＸ.
       EXIT.
      *
      ***********************************
       稼動履歴集計           SECTION.
      ***********************************
      *
      *  起点以降の記録は今回の状態に、起点より前の記録は通常の
      *  所要時間に使う。ロックの保持元の最後の記録区分も拾う。
           OPEN INPUT 稼動履歴ファイル.
           IF 履歴状態 NOT = "00"
             THEN
               GO TO 稼動履歴集計－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 稼動履歴ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 PERFORM 履歴1件取込
             END-READ
           END-PERFORM.
           CLOSE 稼動履歴ファイル.
      *
       稼動履歴集計－ＥＸ.
       EXIT.
      *
      ***********************************
       履歴1件取込            SECTION.
      ***********************************
      *
           PERFORM VARYING ロック番号 FROM 1 BY 1
             UNTIL ロック番号 > ロック件数
             IF 表保持元(ロック番号) = 履歴プログラム名
               THEN
                 MOVE 履歴記録区分
                   TO 表保持元記録(ロック番号)
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           MOVE ZERO TO 該当定義番号.
           PERFORM VARYING 定義番号 FROM 1 BY 1
             UNTIL 定義番号 > 定義件数
                OR 該当定義番号 > ZERO
             IF 表ジョブ名(定義番号) = 履歴プログラム名
               THEN
                 MOVE 定義番号 TO 該当定義番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当定義番号 = ZERO
             THEN
               GO TO 履歴1件取込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 該当定義番号 TO 定義番号.
           MOVE 履歴時刻 TO 時刻分解.
           PERFORM 記録秒算出.
           COMPUTE 記録キー =
             履歴日付 * 1000000 + 履歴時刻 / 100.
           IF 記録キー >= 基準キー
             THEN
               PERFORM 今回記録取込
             ELSE
               PERFORM 過去記録取込
           END-IF.
      *
       履歴1件取込－ＥＸ.
       EXIT.
      *
      ***********************************
       今回記録取込           SECTION.
      ***********************************
      *
      *  再実行で同じジョブが何度か動いたときは最後の記録が
      *  残る。
           IF 定義番号 > 最終記録番号
             THEN
               MOVE 定義番号 TO 最終記録番号
             ELSE
               CONTINUE
           END-IF.
           IF 履歴記録区分 = "S"
             THEN
               MOVE "S" TO 表記録区分(定義番号)
               MOVE 履歴日付 TO 表開始日(定義番号)
               MOVE 記録秒 TO 表開始秒(定義番号)
               MOVE SPACES TO 表完了コード(定義番号)
             ELSE
               MOVE "E" TO 表記録区分(定義番号)
               MOVE 履歴日付 TO 表終了日(定義番号)
               MOVE 記録秒 TO 表終了秒(定義番号)
               MOVE 履歴完了コード
                 TO 表完了コード(定義番号)
           END-IF.
      *
       今回記録取込－ＥＸ.
       EXIT.
      *
      ***********************************
       過去記録取込           SECTION.
      ***********************************
      *
      *  開始と終了の組から所要秒を求め、直近5回分を残す。
           IF 履歴記録区分 = "S"
             THEN
               MOVE 履歴日付 TO 表過去開始日(定義番号)
               MOVE 記録秒 TO 表過去開始秒(定義番号)
               GO TO 過去記録取込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 表過去開始日(定義番号) = ZERO
              OR 履歴完了コード NOT = "00"
             THEN
               MOVE ZERO TO 表過去開始日(定義番号)
               GO TO 過去記録取込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 表過去開始日(定義番号) TO 差開始日.
           MOVE 表過去開始秒(定義番号) TO 差開始秒.
           MOVE 履歴日付 TO 差終了日.
           MOVE 記録秒 TO 差終了秒.
           PERFORM 秒差算出.
           IF 表過去件数(定義番号) < 5
             THEN
               ADD 1 TO 表過去件数(定義番号)
             ELSE
               PERFORM VARYING 過去番号 FROM 1 BY 1
                 UNTIL 過去番号 > 4
                 MOVE 表過去所要秒(定義番号 過去番号 + 1)
                   TO 表過去所要秒(定義番号 過去番号)
               END-PERFORM
           END-IF.
           MOVE 表過去件数(定義番号) TO 過去番号.
           MOVE 秒差 TO 表過去所要秒(定義番号 過去番号).
           MOVE ZERO TO 表過去開始日(定義番号).
      *
       過去記録取込－ＥＸ.
       EXIT.
      *
      ***********************************
       異常終了確認           SECTION.
      ***********************************
      *
      *  開始したまま終了記録の無いジョブは、開始日以降の
      *  異常終了ログに記録があれば異常終了とする。
           OPEN INPUT 異常終了ログファイル.
           IF ログ状態 NOT = "00"
             THEN
               GO TO 異常終了確認－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 異常終了ログファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 PERFORM VARYING 定義番号 FROM 1 BY 1
                   UNTIL 定義番号 > 定義件数
                   IF 表ジョブ名(定義番号)
                      = ログプログラム名
                      AND 表記録区分(定義番号) = "S"
                      AND ログ日付 >= 表開始日(定義番号)
                     THEN
                       MOVE "A" TO 表記録区分(定義番号)
                     ELSE
                       CONTINUE
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM.
           CLOSE 異常終了ログファイル.
      *
       異常終了確認－ＥＸ.
       EXIT.
      *
      ***********************************
       状態判定               SECTION.
      ***********************************
      *
      *  記録のあるジョブは記録から、無いジョブは指示と先行
      *  ジョブの状態から判定する。定義順に判定するので先行は
      *  判定済みである。
           MOVE ZERO TO 表経過秒(定義番号).
           EVALUATE TRUE
             WHEN 表記録区分(定義番号) = "S"
               MOVE "R" TO 表状態区分(定義番号)
               MOVE 表開始日(定義番号) TO 差開始日
               MOVE 表開始秒(定義番号) TO 差開始秒
               MOVE 照会日 TO 差終了日
               MOVE 照会秒 TO 差終了秒
               PERFORM 秒差算出
               MOVE 秒差 TO 表経過秒(定義番号)
             WHEN 表記録区分(定義番号) = "A"
               MOVE "F" TO 表状態区分(定義番号)
             WHEN 表記録区分(定義番号) = "E"
                  AND 表完了コード(定義番号) = "00"
               MOVE "D" TO 表状態区分(定義番号)
               PERFORM 実績所要算出
             WHEN 表記録区分(定義番号) = "E"
               MOVE "F" TO 表状態区分(定義番号)
               PERFORM 実績所要算出
             WHEN 表指示区分(定義番号) = "S"
               MOVE "K" TO 表状態区分(定義番号)
             WHEN 表指示区分(定義番号) = "H"
               MOVE "H" TO 表状態区分(定義番号)
             WHEN 定義番号 < 最終記録番号
               MOVE "N" TO 表状態区分(定義番号)
             WHEN OTHER
               MOVE "W" TO 表状態区分(定義番号)
               PERFORM 先行状態確認
           END-EVALUATE.
      *
       状態判定－ＥＸ.
       EXIT.
      *
      ***********************************
       実績所要算出           SECTION.
      ***********************************
      *
      *  終了したジョブの今回の所要秒。開始記録が無ければゼロ。
           IF 表開始日(定義番号) = ZERO
             THEN
               GO TO 実績所要算出－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 表開始日(定義番号) TO 差開始日.
           MOVE 表開始秒(定義番号) TO 差開始秒.
           MOVE 表終了日(定義番号) TO 差終了日.
           MOVE 表終了秒(定義番号) TO 差終了秒.
           PERFORM 秒差算出.
           MOVE 秒差 TO 表経過秒(定義番号).
      *
       実績所要算出－ＥＸ.
       EXIT.
      *
      ***********************************
       先行状態確認           SECTION.
      ***********************************
      *
      *  先行ジョブが異常終了(異常時区分Cを除く)・保留・スキップ
      *  なら、このジョブはPRO2066が先行未達で保留にする。
           IF 表先行ジョブ(定義番号) = SPACES
             THEN
               GO TO 先行状態確認－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING 定義番号2 FROM 1 BY 1
             UNTIL 定義番号2 >= 定義番号
             IF 表ジョブ名(定義番号2)
                = 表先行ジョブ(定義番号)
               THEN
                 EVALUATE TRUE
                   WHEN 表状態区分(定義番号2) = "F"
                        AND 表異常時区分(定義番号2) NOT = "C"
                     MOVE "P" TO 表状態区分(定義番号)
                   WHEN 表状態区分(定義番号2) = "P"
                     OR 表状態区分(定義番号2) = "H"
                     OR 表状態区分(定義番号2) = "K"
                     MOVE "P" TO 表状態区分(定義番号)
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
                 MOVE 定義番号 TO 定義番号2
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       先行状態確認－ＥＸ.
       EXIT.
      *
      ***********************************
       通常所要算出           SECTION.
      ***********************************
      *
      *  過去の直近5回の平均。過去の記録が無ければ標準所要秒数
      *  とする。どちらも無ければゼロ(不明)。
           MOVE ZERO TO 表通常秒(定義番号).
           IF 表過去件数(定義番号) > ZERO
             THEN
               MOVE ZERO TO 過去合計秒
               PERFORM VARYING 過去番号 FROM 1 BY 1
                 UNTIL 過去番号 > 表過去件数(定義番号)
                 ADD 表過去所要秒(定義番号 過去番号)
                   TO 過去合計秒
               END-PERFORM
               DIVIDE 過去合計秒 BY 表過去件数(定義番号)
                 GIVING 表通常秒(定義番号) ROUNDED
               GO TO 通常所要算出－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING 基準番号 FROM 1 BY 1
             UNTIL 基準番号 > 基準件数
             IF 表基準名(基準番号)
                = 表ジョブ名(定義番号)
               THEN
                 MOVE 表基準秒(基準番号)
                   TO 表通常秒(定義番号)
                 MOVE 基準件数 TO 基準番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       通常所要算出－ＥＸ.
       EXIT.
      *
      ***********************************
       残り時間加算           SECTION.
      ***********************************
      *
      *  実行中のジョブは通常の所要時間の残り、待機中のジョブ
      *  は通常の所要時間を足す。保留・異常終了のジョブはこの
      *  実行では動かないので足さない。
           EVALUATE 表状態区分(定義番号)
             WHEN "R"
               ADD 1 TO 未完了件数
               IF 表通常秒(定義番号) = ZERO
                 THEN
                   ADD 1 TO 所要不明件数
                 ELSE
                   IF 表通常秒(定義番号)
                      > 表経過秒(定義番号)
                     THEN
                       COMPUTE 残り秒 = 残り秒
                         + 表通常秒(定義番号)
                         - 表経過秒(定義番号)
                     ELSE
                       CONTINUE
                   END-IF
               END-IF
             WHEN "W"
               ADD 1 TO 未完了件数
               IF 表通常秒(定義番号) = ZERO
                 THEN
                   ADD 1 TO 所要不明件数
                 ELSE
                   ADD 表通常秒(定義番号) TO 残り秒
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
       残り時間加算－ＥＸ.
       EXIT.
      *
      ***********************************
       見出し出力             SECTION.
      ***********************************
      *
           MOVE SPACES TO 進捗行.
           MOVE 照会秒 TO 編集元秒.
           PERFORM 時分秒編集.
           STRING "ジョブネット進捗 照会:" DELIMITED BY SIZE
                  照会日 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  時分秒表示 DELIMITED BY SIZE
                  INTO 進捗行.
           PERFORM 進捗行出力.
           MOVE SPACES TO 進捗行.
           EVALUATE TRUE
             WHEN 基準ロック
               MOVE "今回の実行分:ネット起動"
                 TO 進捗行(1:42)
             WHEN 基準先頭ジョブ
               MOVE "今回の実行分:先頭ジョブ開始"
                 TO 進捗行(1:42)
             WHEN OTHER
               MOVE "今回の実行分:当日" TO 進捗行(1:42)
           END-EVALUATE.
           MOVE 基準日 TO 進捗行(44:8).
           MOVE 基準時分秒 TO 進捗行(53:6).
           MOVE "以降" TO 進捗行(60:6).
           PERFORM 進捗行出力.
           MOVE SPACES TO 進捗行.
           MOVE "ジョブ"   TO 進捗行(1:9).
           MOVE "状態"     TO 進捗行(10:6).
           MOVE "開始"     TO 進捗行(29:6).
           MOVE "経過"     TO 進捗行(38:6).
           MOVE "通常"     TO 進捗行(47:6).
           MOVE "注意"     TO 進捗行(56:6).
           PERFORM 進捗行出力.
      *
       見出し出力－ＥＸ.
       EXIT.
      *
      ***********************************
       ジョブ行出力           SECTION.
      ***********************************
      *
           MOVE SPACES TO 注意表示.
           EVALUATE 表状態区分(定義番号)
             WHEN "R"
               MOVE "実行中" TO 状態表示
      *  通常の1.5倍を超えて実行中のジョブに注意を付ける。
               IF 表通常秒(定義番号) > ZERO
                  AND 表経過秒(定義番号) * 2
                      > 表通常秒(定義番号) * 3
                 THEN
                   MOVE "*通常より大幅に長い" TO 注意表示
                   ADD 1 TO 超過件数
                 ELSE
                   CONTINUE
               END-IF
             WHEN "D"
               MOVE "正常終了" TO 状態表示
             WHEN "F"
               MOVE "異常終了" TO 状態表示
               MOVE "*異常終了" TO 注意表示
               ADD 1 TO 異常件数
             WHEN "N"
               MOVE "終了(履歴無)" TO 状態表示
             WHEN "P"
               MOVE "先行未達保留" TO 状態表示
             WHEN "H"
               MOVE "保留指示" TO 状態表示
             WHEN "K"
               MOVE "スキップ" TO 状態表示
             WHEN OTHER
               MOVE "待機" TO 状態表示
           END-EVALUATE.
           MOVE SPACES TO 進捗行.
           MOVE 表ジョブ名(定義番号) TO 進捗行(1:8).
           MOVE 状態表示 TO 進捗行(10:18).
           IF 表開始日(定義番号) > ZERO
              AND 表状態区分(定義番号) NOT = "N"
             THEN
               MOVE 表開始秒(定義番号) TO 編集元秒
               PERFORM 時分秒編集
               MOVE 時分秒表示 TO 進捗行(29:8)
             ELSE
               CONTINUE
           END-IF.
      *  異常終了ログだけで終了時刻の無いジョブは経過を出さない。
           IF 表開始日(定義番号) > ZERO
              AND 表状態区分(定義番号) NOT = "N"
              AND 表記録区分(定義番号) NOT = "A"
             THEN
               MOVE 表経過秒(定義番号) TO 編集元秒
               PERFORM 時分秒編集
               MOVE 時分秒表示 TO 進捗行(38:8)
             ELSE
               CONTINUE
           END-IF.
           IF 表通常秒(定義番号) > ZERO
             THEN
               MOVE 表通常秒(定義番号) TO 編集元秒
               PERFORM 時分秒編集
               MOVE 時分秒表示 TO 進捗行(47:8)
             ELSE
               MOVE "不明" TO 進捗行(47:6)
           END-IF.
           MOVE 注意表示 TO 進捗行(56:40).
           PERFORM 進捗行出力.
      *
       ジョブ行出力－ＥＸ.
       EXIT.
      *
      ***********************************
       見込み出力             SECTION.
      ***********************************
      *
           MOVE SPACES TO 進捗行.
           PERFORM 進捗行出力.
           IF 未完了件数 = ZERO
             THEN
               MOVE "ネット終了:実行中・待機なし"
                 TO 進捗行
               PERFORM 進捗行出力
               GO TO 見込み出力－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           COMPUTE 見込み秒 = 照会秒 + 残り秒.
           PERFORM UNTIL 見込み秒 < 86400
             SUBTRACT 86400 FROM 見込み秒
           END-PERFORM.
           MOVE SPACES TO 進捗行.
           MOVE 見込み秒 TO 編集元秒.
           PERFORM 時分秒編集.
           STRING "ネット終了見込み:" DELIMITED BY SIZE
                  時分秒表示 DELIMITED BY SIZE
                  INTO 進捗行.
           MOVE 残り秒 TO 編集元秒.
           PERFORM 時分秒編集.
           MOVE "残り約" TO 進捗行(35:9).
           MOVE 時分秒表示 TO 進捗行(44:8).
           IF 所要不明件数 > ZERO
             THEN
               MOVE "(所要時間不明のジョブを除く)"
                 TO 進捗行(53:42)
             ELSE
               CONTINUE
           END-IF.
           PERFORM 進捗行出力.
      *
       見込み出力－ＥＸ.
       EXIT.
      *
      ***********************************
       ロック一覧出力         SECTION.
      ***********************************
      *
      *  ネットのジョブが実行中でないのに持っているロック、
      *  稼動履歴で終了済みのプログラムが持っているロックに
      *  注意を付ける。ジョブネット制御のロックは実行中・待機の
      *  ジョブが残っていれば正常とする。
           MOVE SPACES TO 進捗行.
           PERFORM 進捗行出力.
           MOVE "資源名"   TO 進捗行(1:12).
           MOVE "種別"     TO 進捗行(14:6).
           MOVE "保持元"   TO 進捗行(21:9).
           MOVE "取得日時" TO 進捗行(30:12).
           MOVE "注意"     TO 進捗行(56:6).
           PERFORM 進捗行出力.
           IF ロック件数 = ZERO
             THEN
               MOVE SPACES TO 進捗行
               MOVE "取得中のロックなし" TO 進捗行
               PERFORM 進捗行出力
               GO TO ロック一覧出力－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING ロック番号 FROM 1 BY 1
             UNTIL ロック番号 > ロック件数
             PERFORM ロック1行出力
           END-PERFORM.
      *
       ロック一覧出力－ＥＸ.
       EXIT.
      *
      ***********************************
       ロック1行出力          SECTION.
      ***********************************
      *
           MOVE SPACES TO 注意表示.
           MOVE ZERO TO 該当定義番号.
           PERFORM VARYING 定義番号 FROM 1 BY 1
             UNTIL 定義番号 > 定義件数
                OR 該当定義番号 > ZERO
             IF 表ジョブ名(定義番号)
                = 表保持元(ロック番号)
               THEN
                 MOVE 定義番号 TO 該当定義番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           EVALUATE TRUE
             WHEN 表保持元(ロック番号) = "PRO2066"
               IF 未完了件数 = ZERO
                 THEN
                   MOVE "*ジョブ終了後も保持" TO 注意表示
                 ELSE
                   CONTINUE
               END-IF
             WHEN 該当定義番号 > ZERO
               IF 表状態区分(該当定義番号) NOT = "R"
                 THEN
                   MOVE "*実行していないジョブが保持"
                     TO 注意表示
                 ELSE
                   CONTINUE
               END-IF
             WHEN 表保持元記録(ロック番号) = "E"
               MOVE "*終了済のプログラムが保持"
                 TO 注意表示
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF 注意表示 NOT = SPACES
             THEN
               ADD 1 TO ロック注意件数
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 進捗行.
           MOVE 表資源名(ロック番号) TO 進捗行(1:12).
           MOVE 表種別(ロック番号)   TO 進捗行(14:1).
           MOVE 表保持元(ロック番号) TO 進捗行(21:8).
           MOVE 表取得日付(ロック番号) TO 進捗行(30:8).
           MOVE 表取得時刻(ロック番号)(1:6)
             TO 進捗行(39:6).
           MOVE 注意表示 TO 進捗行(56:40).
           PERFORM 進捗行出力.
      *
       ロック1行出力－ＥＸ.
       EXIT.
      *
      ***********************************
       進捗行出力             SECTION.
      ***********************************
      *
      *  同じ行を画面と進捗状況ファイルの両方に出す。
           DISPLAY 進捗行.
           WRITE 進捗状況レコード FROM 進捗行.
      *
       進捗行出力－ＥＸ.
       EXIT.
      *
      ***********************************
       記録秒算出             SECTION.
      ***********************************
      *
      *  時刻分解の時分秒を0時からの秒に直す。
           COMPUTE 記録秒 =
             分解時 * 3600 + 分解分 * 60 + 分解秒.
      *
       記録秒算出－ＥＸ.
       EXIT.
      *
      ***********************************
       秒差算出               SECTION.
      ***********************************
      *
      *  開始から終了までの秒。日付が違えば日をまたいだとする。
           IF 差終了日 = 差開始日
              AND 差終了秒 >= 差開始秒
             THEN
               COMPUTE 秒差 = 差終了秒 - 差開始秒
             ELSE
               COMPUTE 秒差 = 差終了秒 + 86400 - 差開始秒
           END-IF.
      *
       秒差算出－ＥＸ.
       EXIT.
      *
      ***********************************
       時分秒編集             SECTION.
      ***********************************
      *
           DIVIDE 編集元秒 BY 3600
             GIVING 編集時 REMAINDER 編集残秒.
           DIVIDE 編集残秒 BY 60
             GIVING 編集分 REMAINDER 編集秒.
           MOVE 編集時 TO 表示時.
           MOVE 編集分 TO 表示分.
           MOVE 編集秒 TO 表示秒.
      *
       時分秒編集－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           CLOSE 進捗状況ファイル.
           DISPLAY "超過:" 超過件数
                   " 異常終了:" 異常件数
                   " ロック注意:" ロック注意件数.
      *
           DISPLAY "***PRO2120 END***".
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
