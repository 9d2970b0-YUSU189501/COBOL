       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2082.
      *  必須研修の受講状況レポート。四半期ごとに実行する。
      *  人事部ファイル(JINJI2007)・総務部ファイル(SOUMU2007)
      *  の在籍者について、研修マスタ(KENSHU2007)で必須と
      *  された研修ごとに受講履歴(JUKOREKI2007)の最後の修了日
      *  を調べ、未受講の者と更新間隔を過ぎた者を部署別に
      *  必須研修レポート(KENSHUCHK2007)へ書き出す。新任者は
      *  入社年月日から研修ごとの猶予月数のあいだ未受講でも
      *  挙げない。休職中の者は対象から外して件数だけ示す。
      *  基準日はパラメタ(KENSHUPARM2007)で指定でき、無ければ
      *  実行日とする。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  研修コード・必須区分・更新間隔を持つ研修マスタ。
           SELECT 研修マスタファイル ASSIGN TO
             "/home/suzuki/DATA/KENSHU2007"
             FILE STATUS IS マスタ状態.
      *  PRO2081が取り込んだ研修修了の履歴。
           SELECT 受講履歴ファイル ASSIGN TO
             "/home/suzuki/DATA/JUKOREKI2007"
             FILE STATUS IS 履歴状態.
      *  利用頻度の高いファイルのため索引編成とする。
           SELECT 人事部ファイル ASSIGN TO
             "/home/suzuki/DATA/JINJI2007"
             ORGANIZATION IS INDEXED
             RECORD KEY IS 社員コード OF 人事部レコード
             ALTERNATE RECORD KEY IS
               氏名 OF 人事部レコード
               WITH DUPLICATES
             FILE STATUS IS 人事状態.
           SELECT 総務部ファイル ASSIGN TO
             "/home/suzuki/DATA/SOUMU2007"
             ORGANIZATION IS INDEXED
             RECORD KEY IS 社員コード OF 総務部レコード
             ALTERNATE RECORD KEY IS
               氏名 OF 総務部レコード
               WITH DUPLICATES
             FILE STATUS IS 総務状態.
      *  基準日を指定するパラメタ。
           SELECT 研修パラメタファイル ASSIGN TO
             "/home/suzuki/DATA/KENSHUPARM2007"
             FILE STATUS IS パラメタ状態.
      *  必須研修の未受講・期限切れの一覧。
           SELECT 必須研修レポートファイル ASSIGN TO
             "/home/suzuki/DATA/KENSHUCHK2007"
             FILE STATUS IS レポート状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  研修マスタファイル.
       01  研修マスタレコード.
           COPY CP034.
       FD  受講履歴ファイル.
       01  受講履歴レコード.
           COPY CP035.
       FD  人事部ファイル.
       01  人事部レコード.
           COPY CP024.
       FD  総務部ファイル.
       01  総務部レコード.
           COPY CP024.
       FD  研修パラメタファイル.
       01  研修パラメタレコード.
         03 指定基準日        PIC 9(8).
       FD  必須研修レポートファイル.
       01  必須研修レポートレコード PIC X(100).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 マスタ状態        PIC X(2).
         03 履歴状態          PIC X(2).
         03 人事状態          PIC X(2).
         03 総務状態          PIC X(2).
         03 パラメタ状態      PIC X(2).
         03 レポート状態      PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
       01  基準日             PIC 9(8).
       01  基準日分解 REDEFINES 基準日.
         03 基準年            PIC 9(4).
         03 基準月            PIC 9(2).
         03 基準日日          PIC 9(2).
       01  対象年度           PIC 9(4).
       01  四半期             PIC 9(1).
      *  必須研修の一覧と研修ごとの集計。
       01  研修テーブルエリア.
         03 研修件数          PIC 9(3) VALUE ZERO.
         03 研修番号          PIC 9(3).
         03 研修エントリ      OCCURS 200 TIMES.
           05 表研修コード    PIC X(5).
           05 表研修名        PIC X(40).
           05 表更新間隔月数  PIC 9(3).
           05 表新任猶予月数  PIC 9(3).
           05 表対象数        PIC 9(5).
           05 表未受講数      PIC 9(5).
           05 表期限切れ数    PIC 9(5).
           05 表猶予中数      PIC 9(5).
      *  社員・必須研修ごとの最後の修了日。
       01  修了テーブルエリア.
         03 修了件数          PIC 9(5) VALUE ZERO.
         03 修了番号          PIC 9(5).
         03 該当修了番号      PIC 9(5).
         03 修了エントリ      OCCURS 20000 TIMES.
           05 表修了キー.
             07 表修了社員コード PIC X(5).
             07 表修了研修コード PIC X(5).
           05 表最終修了日    PIC 9(8).
       01  照合キー.
         03 照合社員コード    PIC X(5).
         03 照合研修コード    PIC X(5).
      *  判定中の1名分の写し。
       01  判定エリア.
         03 判定部署区分      PIC X(1).
         03 判定社員コード    PIC X(5).
         03 判定氏名          PIC X(40).
         03 判定入社年月日    PIC 9(8).
         03 判定在籍状態      PIC X(1).
       01  最終修了日         PIC 9(8).
       01  受講期限日         PIC 9(8).
       01  判定区分           PIC X(12).
      *  部署ごとの集計。
       01  部署集計エリア.
         03 部署対象者数      PIC 9(5).
         03 部署休職数        PIC 9(5).
         03 部署未受講数      PIC 9(5).
         03 部署期限切れ数    PIC 9(5).
      *  月数加算のワーク。末日を越える日は月末日に丸める。
       01  加算元日           PIC 9(8).
       01  加算月数           PIC 9(3).
       01  加算後日           PIC 9(8).
       01  通算月             PIC 9(7).
       01  対象年月日分解.
         03 分解年            PIC 9(4).
         03 分解月            PIC 9(2).
         03 分解日            PIC 9(2).
       01  対象年             PIC 9(4).
       01  月末日             PIC 9(02).
      *  閏年判定のワーク。
       01  Ｒ１００           PIC 9(04).
       01  Ｒ４００           PIC 9(04).
       01  Ｒ４               PIC 9(04).
       01  商                 PIC 9(04).
      *  月ごとの末日。2月は閏年判定で補正する。
       01  月末日テーブル値   PIC X(24)
                        VALUE "312831303130313130313031".
       01  月末日テーブル REDEFINES 月末日テーブル値.
         03 月末日項目        PIC 9(02) OCCURS 12 TIMES.
      *  レポートの明細行。日付・件数を前に置き、氏名・研修名を
      *  行末とする。
       01  該当明細行.
         03 明細社員コード    PIC X(5).
         03 FILLER            PIC X(2).
         03 明細研修コード    PIC X(5).
         03 FILLER            PIC X(2).
         03 明細期限日        PIC 9(8).
         03 FILLER            PIC X(2).
         03 明細最終修了日    PIC X(8).
         03 FILLER            PIC X(2).
         03 明細区分          PIC X(12).
         03 FILLER            PIC X(2).
         03 明細氏名          PIC X(40).
         03 FILLER            PIC X(12).
       01  研修明細行.
         03 研修明細コード    PIC X(5).
         03 研修明細件数      OCCURS 4 TIMES.
           05 FILLER          PIC X(4).
           05 研修明細人数    PIC ZZZZ9.
         03 FILLER            PIC X(3).
         03 研修明細遵守率    PIC ZZ9.9.
         03 FILLER            PIC X(2).
         03 研修明細名称      PIC X(40).
         03 FILLER            PIC X(9).
       01  遵守数             PIC 9(5).
       01  遵守率             PIC 9(3)V9.
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
           PERFORM 研修マスタ読込.
      *
           PERFORM 受講履歴読込.
      *
           PERFORM 人事部判定.
      *
           PERFORM 総務部判定.
      *
           PERFORM 研修別出力.
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
           DISPLAY "***PRO2082 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           MOVE 実行日 TO 基準日.
           OPEN INPUT 研修パラメタファイル.
           IF パラメタ状態 = "00"
             THEN
               READ 研修パラメタファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   IF 指定基準日 IS NUMERIC AND
                      指定基準日 > ZERO
                     THEN
                       MOVE 指定基準日 TO 基準日
                     ELSE
                       CONTINUE
                   END-IF
               END-READ
               CLOSE 研修パラメタファイル
             ELSE
               CONTINUE
           END-IF.
      *  基準日の属する年度(4月～翌3月)と四半期を求める。
           IF 基準月 >= 4
             THEN
               MOVE 基準年 TO 対象年度
               COMPUTE 四半期 = (基準月 - 1) / 3
             ELSE
               COMPUTE 対象年度 = 基準年 - 1
               MOVE 4 TO 四半期
           END-IF.
           OPEN OUTPUT 必須研修レポートファイル.
           IF レポート状態 NOT = "00"
             THEN
               MOVE "PRO2082" TO 発生プログラム名
               MOVE レポート状態 TO 入出力状態
               MOVE "必須研修レポートのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO レポート行.
           STRING "必須研修 受講状況 " DELIMITED BY SIZE
                  対象年度 DELIMITED BY SIZE
                  "年度第" DELIMITED BY SIZE
                  四半期 DELIMITED BY SIZE
                  "四半期 基準日:" DELIMITED BY SIZE
                  基準日 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 必須研修レポートレコード
             FROM レポート行.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       研修マスタ読込         SECTION.
      ***********************************
      *
      *  必須区分が"Y"の研修だけをテーブルに持つ。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 研修マスタファイル.
           IF マスタ状態 NOT = "00"
             THEN
               MOVE "PRO2082" TO 発生プログラム名
               MOVE マスタ状態 TO 入出力状態
               MOVE "研修マスタのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 研修マスタファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 必須区分 = "Y"
                   THEN
                     PERFORM 研修1件格納
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 研修マスタファイル.
           DISPLAY "必須研修数:" 研修件数.
      *
       研修マスタ読込－ＥＸ.
       EXIT.
      *
      ***********************************
       研修1件格納            SECTION.
      ***********************************
      *
           IF 研修件数 >= 200
             THEN
               DISPLAY "研修マスタ上限超過:" 研修コード
               GO TO 研修1件格納－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 研修件数.
           MOVE 研修コード TO 表研修コード(研修件数).
           MOVE 研修名 TO 表研修名(研修件数).
           IF 更新間隔月数 IS NUMERIC
             THEN
               MOVE 更新間隔月数
                 TO 表更新間隔月数(研修件数)
             ELSE
               MOVE ZERO TO 表更新間隔月数(研修件数)
           END-IF.
           IF 新任猶予月数 IS NUMERIC
             THEN
               MOVE 新任猶予月数
                 TO 表新任猶予月数(研修件数)
             ELSE
               MOVE ZERO TO 表新任猶予月数(研修件数)
           END-IF.
           MOVE ZERO TO 表対象数(研修件数)
                        表未受講数(研修件数)
                        表期限切れ数(研修件数)
                        表猶予中数(研修件数).
      *
       研修1件格納－ＥＸ.
       EXIT.
      *
      ***********************************
       受講履歴読込           SECTION.
      ***********************************
      *
      *  必須研修の修了について、社員・研修ごとに最も遅い
      *  修了日を残す。基準日より後の修了は数えない。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 受講履歴ファイル.
           IF 履歴状態 NOT = "00"
             THEN
               DISPLAY "受講履歴なし。"
               GO TO 受講履歴読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 受講履歴ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 修了日 <= 基準日
                   THEN
                     PERFORM 修了1件格納
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 受講履歴ファイル.
      *
       受講履歴読込－ＥＸ.
       EXIT.
      *
      ***********************************
       修了1件格納            SECTION.
      ***********************************
      *
      *  必須研修でなければ読み飛ばす。
           MOVE ZERO TO 修了番号.
           PERFORM VARYING 研修番号 FROM 1 BY 1
             UNTIL 研修番号 > 研修件数
                OR 修了番号 > ZERO
             IF 表研修コード(研修番号) = 受講研修コード
               THEN
                 MOVE 1 TO 修了番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 修了番号 = ZERO
             THEN
               GO TO 修了1件格納－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 受講社員コード TO 照合社員コード.
           MOVE 受講研修コード TO 照合研修コード.
           PERFORM 修了検索.
           IF 該当修了番号 > ZERO
             THEN
               IF 修了日 > 表最終修了日(該当修了番号)
                 THEN
                   MOVE 修了日
                     TO 表最終修了日(該当修了番号)
                 ELSE
                   CONTINUE
               END-IF
               GO TO 修了1件格納－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 修了件数 >= 20000
             THEN
               MOVE "PRO2082" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "修了テーブル上限超過"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 修了件数.
           MOVE 照合キー TO 表修了キー(修了件数).
           MOVE 修了日 TO 表最終修了日(修了件数).
      *
       修了1件格納－ＥＸ.
       EXIT.
      *
      ***********************************
       修了検索               SECTION.
      ***********************************
      *
           MOVE ZERO TO 該当修了番号.
           PERFORM VARYING 修了番号 FROM 1 BY 1
             UNTIL 修了番号 > 修了件数
                OR 該当修了番号 > ZERO
             IF 表修了キー(修了番号) = 照合キー
               THEN
                 MOVE 修了番号 TO 該当修了番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       修了検索－ＥＸ.
       EXIT.
      *
      ***********************************
       人事部判定             SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 人事部ファイル.
           IF 人事状態 NOT = "00"
             THEN
               MOVE "PRO2082" TO 発生プログラム名
               MOVE 人事状態 TO 入出力状態
               MOVE "人事部ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE "人事部" TO レポート行.
           PERFORM 部署見出し出力.
           PERFORM UNTIL 読込終了
             READ 人事部ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 MOVE "J" TO 判定部署区分
                 MOVE 社員コード OF 人事部レコード
                   TO 判定社員コード
                 MOVE 氏名 OF 人事部レコード
                   TO 判定氏名
                 MOVE 入社年月日 OF 人事部レコード
                   TO 判定入社年月日
                 MOVE 在籍状態区分 OF 人事部レコード
                   TO 判定在籍状態
                 PERFORM 社員判定
             END-READ
           END-PERFORM.
           CLOSE 人事部ファイル.
           PERFORM 部署集計出力.
      *
       人事部判定－ＥＸ.
       EXIT.
      *
      ***********************************
       総務部判定             SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 総務部ファイル.
           IF 総務状態 NOT = "00"
             THEN
               MOVE "PRO2082" TO 発生プログラム名
               MOVE 総務状態 TO 入出力状態
               MOVE "総務部ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE "総務部" TO レポート行.
           PERFORM 部署見出し出力.
           PERFORM UNTIL 読込終了
             READ 総務部ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 MOVE "S" TO 判定部署区分
                 MOVE 社員コード OF 総務部レコード
                   TO 判定社員コード
                 MOVE 氏名 OF 総務部レコード
                   TO 判定氏名
                 MOVE 入社年月日 OF 総務部レコード
                   TO 判定入社年月日
                 MOVE 在籍状態区分 OF 総務部レコード
                   TO 判定在籍状態
                 PERFORM 社員判定
             END-READ
           END-PERFORM.
           CLOSE 総務部ファイル.
           PERFORM 部署集計出力.
      *
       総務部判定－ＥＸ.
       EXIT.
      *
      ***********************************
       部署見出し出力         SECTION.
      ***********************************
      *
      *  レポート行に部署名を入れて呼ぶ。
           WRITE 必須研修レポートレコード
             FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO レポート行.
           STRING "社員   研修   期限日    最終修了  区分"
                    DELIMITED BY SIZE
                  "      氏名" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 必須研修レポートレコード
             FROM レポート行.
           INITIALIZE 部署集計エリア.
      *
       部署見出し出力－ＥＸ.
       EXIT.
      *
      ***********************************
       社員判定               SECTION.
      ***********************************
      *
      *  休職中の者は数えるだけで判定しない。
           IF 判定在籍状態 = "2"
             THEN
               ADD 1 TO 部署休職数
               GO TO 社員判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 部署対象者数.
           PERFORM VARYING 研修番号 FROM 1 BY 1
             UNTIL 研修番号 > 研修件数
             PERFORM 研修判定
           END-PERFORM.
      *
       社員判定－ＥＸ.
       EXIT.
      *
      ***********************************
       研修判定               SECTION.
      ***********************************
      *
      *  受講が無ければ入社年月日に猶予月数を足した日を、
      *  受講があれば最後の修了日に更新間隔を足した日を期限
      *  とし、期限が基準日より前なら挙げる。更新間隔0の研修は
      *  1度受講すれば期限は無い。
           ADD 1 TO 表対象数(研修番号).
           MOVE 判定社員コード TO 照合社員コード.
           MOVE 表研修コード(研修番号)
             TO 照合研修コード.
           PERFORM 修了検索.
           IF 該当修了番号 > ZERO
             THEN
               MOVE 表最終修了日(該当修了番号)
                 TO 最終修了日
             ELSE
               MOVE ZERO TO 最終修了日
           END-IF.
           IF 最終修了日 = ZERO
             THEN
               IF 判定入社年月日 IS NUMERIC AND
                  判定入社年月日 > ZERO
                 THEN
                   MOVE 判定入社年月日 TO 加算元日
                   MOVE 表新任猶予月数(研修番号)
                     TO 加算月数
                   PERFORM 月数加算
                   MOVE 加算後日 TO 受講期限日
                 ELSE
                   MOVE ZERO TO 受講期限日
               END-IF
               IF 受講期限日 < 基準日
                 THEN
                   MOVE "未受講　" TO 判定区分
                   ADD 1 TO 表未受講数(研修番号)
                   ADD 1 TO 部署未受講数
                   PERFORM 該当出力
                 ELSE
                   ADD 1 TO 表猶予中数(研修番号)
               END-IF
               GO TO 研修判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 表更新間隔月数(研修番号) = ZERO
             THEN
               GO TO 研修判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 最終修了日 TO 加算元日.
           MOVE 表更新間隔月数(研修番号) TO 加算月数.
           PERFORM 月数加算.
           MOVE 加算後日 TO 受講期限日.
           IF 受講期限日 < 基準日
             THEN
               MOVE "期限切れ" TO 判定区分
               ADD 1 TO 表期限切れ数(研修番号)
               ADD 1 TO 部署期限切れ数
               PERFORM 該当出力
             ELSE
               CONTINUE
           END-IF.
      *
       研修判定－ＥＸ.
       EXIT.
      *
      ***********************************
       該当出力               SECTION.
      ***********************************
      *
           MOVE SPACES TO 該当明細行.
           MOVE 判定社員コード TO 明細社員コード.
           MOVE 表研修コード(研修番号)
             TO 明細研修コード.
           MOVE 受講期限日 TO 明細期限日.
           IF 最終修了日 = ZERO
             THEN
               MOVE "--------" TO 明細最終修了日
             ELSE
               MOVE 最終修了日 TO 明細最終修了日
           END-IF.
           MOVE 判定区分 TO 明細区分.
           MOVE 判定氏名 TO 明細氏名.
           WRITE 必須研修レポートレコード
             FROM 該当明細行.
      *
       該当出力－ＥＸ.
       EXIT.
      *
      ***********************************
       部署集計出力           SECTION.
      ***********************************
      *
           MOVE SPACES TO レポート行.
           STRING "対象者:" DELIMITED BY SIZE
                  部署対象者数 DELIMITED BY SIZE
                  " 休職除外:" DELIMITED BY SIZE
                  部署休職数 DELIMITED BY SIZE
                  " 未受講:" DELIMITED BY SIZE
                  部署未受講数 DELIMITED BY SIZE
                  " 期限切れ:" DELIMITED BY SIZE
                  部署期限切れ数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 必須研修レポートレコード
             FROM レポート行.
      *
       部署集計出力－ＥＸ.
       EXIT.
      *
      ***********************************
       研修別出力             SECTION.
      ***********************************
      *
      *  研修ごとの集計。遵守率は対象者のうち未受講・期限切れ
      *  でない者の割合で、猶予中の者は遵守に数える。
           MOVE SPACES TO レポート行.
           STRING "研修別集計" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 必須研修レポートレコード
             FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO レポート行.
           STRING "研修      対象   未受講 期限切れ"
                    DELIMITED BY SIZE
                  "   猶予中  遵守率  研修名" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 必須研修レポートレコード
             FROM レポート行.
           PERFORM VARYING 研修番号 FROM 1 BY 1
             UNTIL 研修番号 > 研修件数
             MOVE SPACES TO 研修明細行
             MOVE 表研修コード(研修番号)
               TO 研修明細コード
             MOVE 表対象数(研修番号) TO 研修明細人数(1)
             MOVE 表未受講数(研修番号) TO 研修明細人数(2)
             MOVE 表期限切れ数(研修番号)
               TO 研修明細人数(3)
             MOVE 表猶予中数(研修番号) TO 研修明細人数(4)
             IF 表対象数(研修番号) > ZERO
               THEN
                 COMPUTE 遵守数 = 表対象数(研修番号)
                                - 表未受講数(研修番号)
                                - 表期限切れ数(研修番号)
                 COMPUTE 遵守率 ROUNDED =
                         遵守数 * 100 / 表対象数(研修番号)
               ELSE
                 MOVE ZERO TO 遵守率
             END-IF
             MOVE 遵守率 TO 研修明細遵守率
             MOVE 表研修名(研修番号) TO 研修明細名称
             WRITE 必須研修レポートレコード
               FROM 研修明細行
           END-PERFORM.
      *
       研修別出力－ＥＸ.
       EXIT.
      *
      ***********************************
       月数加算               SECTION.
      ***********************************
      *
      *  加算元日に加算月数を足した日付を加算後日に返す。
      *  加算先の月に同じ日が無いときは月末日に丸める。
           MOVE 加算元日 TO 対象年月日分解.
           COMPUTE 通算月 = 分解年 * 12 + 分解月 - 1
                            + 加算月数.
           DIVIDE 通算月 BY 12
             GIVING 分解年 REMAINDER 分解月.
           ADD 1 TO 分解月.
           MOVE 月末日項目(分解月) TO 月末日.
           IF 分解月 = 2
             THEN
               MOVE 分解年 TO 対象年
               PERFORM 閏年判定
             ELSE
               CONTINUE
           END-IF.
           IF 分解日 > 月末日
             THEN
               MOVE 月末日 TO 分解日
             ELSE
               CONTINUE
           END-IF.
           MOVE 対象年月日分解 TO 加算後日.
      *
       月数加算－ＥＸ.
       EXIT.
      *
      ***********************************
       閏年判定               SECTION.
      ***********************************
      *
      *  4で割り切れ100で割り切れない年、または400で割り
      *  切れる年が閏年。2月の末日を29日に補正する。
           DIVIDE 対象年 BY 100
             GIVING 商 REMAINDER Ｒ１００.
           DIVIDE 対象年 BY 400
             GIVING 商 REMAINDER Ｒ４００.
           DIVIDE 対象年 BY 4
             GIVING 商 REMAINDER Ｒ４.
           IF ( Ｒ４ = 0 AND Ｒ１００ NOT = 0 )
              OR Ｒ４００ = 0
             THEN
               MOVE 29 TO 月末日
             ELSE
               CONTINUE
           END-IF.
      *
       閏年判定－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           CLOSE 必須研修レポートファイル.
      *
           DISPLAY "***PRO2082 END***".
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
