       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2073.
      *  年次有給休暇の付与・取得管理バッチ。毎日夜間に実行する。
      *  人事部ファイル(JINJI2007)・総務部ファイル(SOUMU2007)の
      *  入社年月日から、入社6か月後を初回とする付与基準日ごとに
      *  法定日数(10・11・12・14・16・18・20日)を有給台帳
      *  (YUKYUDAI2007)へ付与する。未使用分は2年間繰り越し、
      *  時効を過ぎた日数は失効させる。取得取引(YUKYUIN2007)の
      *  取得・取消を台帳へ計上し、付与・失効・却下の記録を
      *  有給レポート(YUKYURPT2007)へ、年5日の取得義務を付与
      *  年度末までに満たせない見込みの者を取得義務一覧
      *  (YUKYUGIMU2007)へ書き出す。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  社員ごとの付与日・残日数・取得日数を持つ有給台帳。
           SELECT 有給台帳ファイル ASSIGN TO
             "/home/suzuki/DATA/YUKYUDAI2007"
             FILE STATUS IS 台帳状態.
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
      *  勤怠から連携される休暇の取得・取消取引。
           SELECT 取得取引ファイル ASSIGN TO
             "/home/suzuki/DATA/YUKYUIN2007"
             FILE STATUS IS 取引状態.
      *  付与・失効・取引却下の記録。
           SELECT 有給レポートファイル ASSIGN TO
             "/home/suzuki/DATA/YUKYURPT2007"
             FILE STATUS IS レポート状態.
      *  年5日の取得義務を満たせない見込みの者の一覧。
           SELECT 取得義務一覧ファイル ASSIGN TO
             "/home/suzuki/DATA/YUKYUGIMU2007"
             FILE STATUS IS 義務状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  有給台帳ファイル.
       01  有給台帳レコード.
           COPY CP029.
       FD  人事部ファイル.
       01  人事部レコード.
           COPY CP024.
       FD  総務部ファイル.
       01  総務部レコード.
           COPY CP024.
       FD  取得取引ファイル.
       01  取得取引レコード.
         03 取引社員コード    PIC X(5).
      *  取引区分 U:取得 C:取消。日数は半日単位(0.5日)。
         03 取引区分          PIC X(1).
         03 取引取得日        PIC 9(8).
         03 取引日数          PIC 9(2)V9.
       FD  有給レポートファイル.
       01  有給レポートレコード PIC X(80).
       FD  取得義務一覧ファイル.
       01  取得義務一覧レコード PIC X(80).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 台帳状態          PIC X(2).
         03 人事状態          PIC X(2).
         03 総務状態          PIC X(2).
         03 取引状態          PIC X(2).
         03 レポート状態      PIC X(2).
         03 義務状態          PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
      *  有給台帳の読み込みテーブル。氏名は人事ファイルから補う。
       01  台帳テーブルエリア.
         03 台帳件数          PIC 9(4) VALUE ZERO.
         03 台帳番号          PIC 9(4).
         03 該当番号      PIC 9(4).
         03 台帳エントリ      OCCURS 3000 TIMES.
           05 表社員コード    PIC X(5).
           05 表部署区分      PIC X(1).
           05 表入社年月日    PIC 9(8).
           05 表付与回数      PIC 9(2).
           05 表当期付与日    PIC 9(8).
           05 表次回付与日    PIC 9(8).
           05 表当期付与日数  PIC 9(2)V9.
           05 表当期残日数    PIC 9(2)V9.
           05 表前期付与日    PIC 9(8).
           05 表前期残日数    PIC 9(2)V9.
           05 表当期取得日数  PIC 9(2)V9.
           05 表失効累計      PIC 9(3)V9.
           05 表更新日        PIC 9(8).
           05 表氏名          PIC X(40).
      *  法定の付与日数。付与回数7回目以降は20日。
       01  付与日数表値 PIC X(14)
                        VALUE "10111214161820".
       01  付与日数表 REDEFINES 付与日数表値.
         03 付与日数項目      PIC 9(02) OCCURS 7 TIMES.
       01  付与日数番号       PIC 9(02).
      *  付与をどの日まで進めるか。取引計上時は取得日、
      *  全件の付与判定では実行日を入れる。
       01  付与限度日         PIC 9(8).
      *  新規登録時の追い付き付与ではレポートを省く。
       01  付与出力区分       PIC X(1).
           88 付与出力あり    VALUE "Y".
           88 付与出力なし    VALUE "N".
      *  判定中の1名分の写し。
       01  判定エリア.
         03 判定部署区分      PIC X(1).
         03 判定社員コード    PIC X(5).
         03 判定氏名          PIC X(40).
         03 判定入社年月日    PIC 9(8).
      *  月数加算のワーク。末日を越える日は月末日に丸める。
       01  加算元日           PIC 9(8).
       01  加算月数           PIC 9(3).
       01  加算後日           PIC 9(8).
       01  通算月             PIC 9(7).
       01  対象年月日分解.
         03 分解年            PIC 9(4).
         03 分解月            PIC 9(2).
         03 分解日            PIC 9(2).
       01  実行日分解.
         03 実行年            PIC 9(4).
         03 実行月            PIC 9(2).
         03 実行日日          PIC 9(2).
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
      *  取得計上のワーク。
       01  充当残日数         PIC 9(2)V9.
       01  却下理由           PIC X(40).
      *  取得義務判定のワーク。
       01  経過月数           PIC S9(4).
       01  取得義務日数       PIC 9(2)V9 VALUE 5.
       01  不足日数           PIC 9(2)V9.
       01  残月数             PIC S9(4).
      *  レポート用の編集項目。
       01  日数編集           PIC Z9.9.
       01  日数編集２         PIC Z9.9.
       01  月数編集           PIC Z9.
      *  件数集計。
       01  集計エリア.
         03 新規登録件数      PIC 9(5) VALUE ZERO.
         03 付与件数          PIC 9(5) VALUE ZERO.
         03 失効件数          PIC 9(5) VALUE ZERO.
         03 取得件数          PIC 9(5) VALUE ZERO.
         03 取消件数          PIC 9(5) VALUE ZERO.
         03 却下件数          PIC 9(5) VALUE ZERO.
         03 義務未達件数      PIC 9(5) VALUE ZERO.
         03 在籍なし件数      PIC 9(5) VALUE ZERO.
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
           PERFORM 人事部読込.
      *
           PERFORM 総務部読込.
      *
           PERFORM 取得取引計上.
      *
           PERFORM 全件付与判定.
      *
           PERFORM 取得義務判定.
      *
           PERFORM 台帳書き戻し.
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
           DISPLAY "***PRO2073 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           MOVE 実行日 TO 実行日分解.
      *  有給台帳をテーブルへ読み込む。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 有給台帳ファイル.
           IF 台帳状態 NOT = "00"
             THEN
               DISPLAY "有給台帳なし。新規に作る。"
             ELSE
               PERFORM UNTIL 読込終了
                 READ 有給台帳ファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     PERFORM 台帳1件格納
                 END-READ
               END-PERFORM
               CLOSE 有給台帳ファイル
           END-IF.
           OPEN OUTPUT 有給レポートファイル.
           MOVE SPACES TO レポート行.
           STRING "年次有給休暇 付与・取得記録 実行日:"
                  DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 有給レポートレコード FROM レポート行.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       台帳1件格納            SECTION.
      ***********************************
      *
           IF 台帳件数 >= 3000
             THEN
               MOVE "PRO2073" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "台帳テーブル上限超過"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 台帳件数.
           MOVE 有休社員コード
             TO 表社員コード(台帳件数).
           MOVE 有休部署区分 TO 表部署区分(台帳件数).
           MOVE 有休入社年月日
             TO 表入社年月日(台帳件数).
           MOVE 付与回数 TO 表付与回数(台帳件数).
           MOVE 当期付与日 TO 表当期付与日(台帳件数).
           MOVE 次回付与日 TO 表次回付与日(台帳件数).
           MOVE 当期付与日数
             TO 表当期付与日数(台帳件数).
           MOVE 当期残日数 TO 表当期残日数(台帳件数).
           MOVE 前期付与日 TO 表前期付与日(台帳件数).
           MOVE 前期残日数 TO 表前期残日数(台帳件数).
           MOVE 当期取得日数
             TO 表当期取得日数(台帳件数).
           MOVE 失効累計 TO 表失効累計(台帳件数).
           MOVE 有休更新日 TO 表更新日(台帳件数).
           MOVE SPACES TO 表氏名(台帳件数).
      *
       台帳1件格納－ＥＸ.
       EXIT.
      *
      ***********************************
       人事部読込             SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 人事部ファイル.
           IF 人事状態 NOT = "00"
             THEN
               MOVE "PRO2073" TO 発生プログラム名
               MOVE 人事状態 TO 入出力状態
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
                 MOVE "J" TO 判定部署区分
                 MOVE 社員コード OF 人事部レコード
                   TO 判定社員コード
                 MOVE 氏名 OF 人事部レコード
                   TO 判定氏名
                 MOVE 入社年月日 OF 人事部レコード
                   TO 判定入社年月日
                 PERFORM 台帳照合
             END-READ
           END-PERFORM.
           CLOSE 人事部ファイル.
      *
       人事部読込－ＥＸ.
       EXIT.
      *
      ***********************************
       総務部読込             SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 総務部ファイル.
           IF 総務状態 NOT = "00"
             THEN
               MOVE "PRO2073" TO 発生プログラム名
               MOVE 総務状態 TO 入出力状態
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
                 MOVE "S" TO 判定部署区分
                 MOVE 社員コード OF 総務部レコード
                   TO 判定社員コード
                 MOVE 氏名 OF 総務部レコード
                   TO 判定氏名
                 MOVE 入社年月日 OF 総務部レコード
                   TO 判定入社年月日
                 PERFORM 台帳照合
             END-READ
           END-PERFORM.
           CLOSE 総務部ファイル.
      *
       総務部読込－ＥＸ.
       EXIT.
      *
      ***********************************
       台帳照合               SECTION.
      ***********************************
      *
      *  台帳にある社員は部署と氏名を最新にする。無い社員は
      *  入社6か月後を初回付与日として登録し、実行日までの
      *  付与を追い付かせる。入社年月日の無い社員は対象外。
           MOVE ZERO TO 該当番号.
           PERFORM VARYING 台帳番号 FROM 1 BY 1
             UNTIL 台帳番号 > 台帳件数
             IF 表社員コード(台帳番号) = 判定社員コード
               THEN
                 MOVE 台帳番号 TO 該当番号
                 MOVE 台帳件数 TO 台帳番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当番号 > ZERO
             THEN
               MOVE 判定部署区分
                 TO 表部署区分(該当番号)
               MOVE 判定氏名 TO 表氏名(該当番号)
               GO TO 台帳照合－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 判定入社年月日 = ZERO
             THEN
               DISPLAY "入社年月日未設定:" 判定社員コード
               GO TO 台帳照合－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 台帳件数 >= 3000
             THEN
               MOVE "PRO2073" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "台帳テーブル上限超過"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 台帳件数.
           MOVE 台帳件数 TO 該当番号.
           INITIALIZE 台帳エントリ(該当番号).
           MOVE 判定社員コード
             TO 表社員コード(該当番号).
           MOVE 判定部署区分 TO 表部署区分(該当番号).
           MOVE 判定入社年月日
             TO 表入社年月日(該当番号).
           MOVE 判定氏名 TO 表氏名(該当番号).
           MOVE 判定入社年月日 TO 加算元日.
           MOVE 6 TO 加算月数.
           PERFORM 月数加算.
           MOVE 加算後日 TO 表次回付与日(該当番号).
           MOVE 実行日 TO 表更新日(該当番号).
           ADD 1 TO 新規登録件数.
           SET 付与出力なし TO TRUE.
           MOVE 実行日 TO 付与限度日.
           PERFORM 付与追い付き.
           MOVE SPACES TO レポート行.
           MOVE 表当期残日数(該当番号) TO 日数編集.
           MOVE 表前期残日数(該当番号) TO 日数編集２.
           STRING "新規 " DELIMITED BY SIZE
                  判定社員コード DELIMITED BY SIZE
                  " 入社:" DELIMITED BY SIZE
                  判定入社年月日 DELIMITED BY SIZE
                  " 次回付与:" DELIMITED BY SIZE
                  表次回付与日(該当番号)
                  DELIMITED BY SIZE
                  " 残:" DELIMITED BY SIZE
                  日数編集 DELIMITED BY SIZE
                  "+" DELIMITED BY SIZE
                  日数編集２ DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 有給レポートレコード FROM レポート行.
      *
       台帳照合－ＥＸ.
       EXIT.
      *
      ***********************************
       付与追い付き           SECTION.
      ***********************************
      *
      *  該当番号の社員について、次回付与日が付与限度日
      *  以前である限り付与を繰り返す。
           PERFORM UNTIL
               表次回付与日(該当番号) > 付与限度日
             PERFORM 付与1回
           END-PERFORM.
      *
       付与追い付き－ＥＸ.
       EXIT.
      *
      ***********************************
       付与1回                SECTION.
      ***********************************
      *
      *  前期の残りは付与から2年を迎えるため失効させ、当期の
      *  残りを前期へ繰り越してから、新しい当期分を付与する。
           IF 表前期残日数(該当番号) > ZERO
             THEN
               ADD 表前期残日数(該当番号)
                 TO 表失効累計(該当番号)
                 ON SIZE ERROR
                   MOVE 999.9 TO 表失効累計(該当番号)
               END-ADD
               IF 付与出力あり
                 THEN
                   ADD 1 TO 失効件数
                   MOVE 表前期残日数(該当番号)
                     TO 日数編集
                   MOVE SPACES TO レポート行
                   STRING "失効 " DELIMITED BY SIZE
                          表社員コード(該当番号)
                          DELIMITED BY SIZE
                          " 付与日:" DELIMITED BY SIZE
                          表前期付与日(該当番号)
                          DELIMITED BY SIZE
                          " 失効日数:" DELIMITED BY SIZE
                          日数編集 DELIMITED BY SIZE
                          INTO レポート行
                   WRITE 有給レポートレコード
                     FROM レポート行
                 ELSE
                   CONTINUE
               END-IF
             ELSE
               CONTINUE
           END-IF.
           MOVE 表当期付与日(該当番号)
             TO 表前期付与日(該当番号).
           MOVE 表当期残日数(該当番号)
             TO 表前期残日数(該当番号).
           IF 表付与回数(該当番号) < 99
             THEN
               ADD 1 TO 表付与回数(該当番号)
             ELSE
               CONTINUE
           END-IF.
           IF 表付与回数(該当番号) > 7
             THEN
               MOVE 7 TO 付与日数番号
             ELSE
               MOVE 表付与回数(該当番号) TO 付与日数番号
           END-IF.
           MOVE 付与日数項目(付与日数番号)
             TO 表当期付与日数(該当番号).
           MOVE 付与日数項目(付与日数番号)
             TO 表当期残日数(該当番号).
           MOVE ZERO TO 表当期取得日数(該当番号).
           MOVE 表次回付与日(該当番号)
             TO 表当期付与日(該当番号).
      *  次回付与日は1年後の同日。
           MOVE 表次回付与日(該当番号) TO 加算元日.
           MOVE 12 TO 加算月数.
           PERFORM 月数加算.
           MOVE 加算後日 TO 表次回付与日(該当番号).
           MOVE 実行日 TO 表更新日(該当番号).
           IF 付与出力あり
             THEN
               ADD 1 TO 付与件数
               MOVE 表当期付与日数(該当番号) TO 日数編集
               MOVE 表前期残日数(該当番号) TO 日数編集２
               MOVE SPACES TO レポート行
               STRING "付与 " DELIMITED BY SIZE
                      表社員コード(該当番号)
                      DELIMITED BY SIZE
                      " 付与日:" DELIMITED BY SIZE
                      表当期付与日(該当番号)
                      DELIMITED BY SIZE
                      " 付与:" DELIMITED BY SIZE
                      日数編集 DELIMITED BY SIZE
                      " 繰越:" DELIMITED BY SIZE
                      日数編集２ DELIMITED BY SIZE
                      INTO レポート行
               WRITE 有給レポートレコード FROM レポート行
             ELSE
               CONTINUE
           END-IF.
      *
       付与1回－ＥＸ.
       EXIT.
      *
      ***********************************
       取得取引計上           SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 取得取引ファイル.
           IF 取引状態 NOT = "00"
             THEN
               DISPLAY "取得取引なし。"
             ELSE
               PERFORM UNTIL 読込終了
                 READ 取得取引ファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     PERFORM 取引1件計上
                 END-READ
               END-PERFORM
               CLOSE 取得取引ファイル
           END-IF.
      *
       取得取引計上－ＥＸ.
       EXIT.
      *
      ***********************************
       取引1件計上            SECTION.
      ***********************************
      *
           MOVE SPACES TO 却下理由.
           IF 取引取得日 > 実行日
              OR 取引取得日 = ZERO
             THEN
               MOVE "取得日不正" TO 却下理由
               PERFORM 取引却下出力
               GO TO 取引1件計上－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 取引日数 = ZERO
             THEN
               MOVE "日数不正" TO 却下理由
               PERFORM 取引却下出力
               GO TO 取引1件計上－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE ZERO TO 該当番号.
           PERFORM VARYING 台帳番号 FROM 1 BY 1
             UNTIL 台帳番号 > 台帳件数
             IF 表社員コード(台帳番号) = 取引社員コード
               THEN
                 MOVE 台帳番号 TO 該当番号
                 MOVE 台帳件数 TO 台帳番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当番号 = ZERO
             THEN
               MOVE "台帳なし" TO 却下理由
               PERFORM 取引却下出力
               GO TO 取引1件計上－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *  取得日までに来ている付与を先に済ませ、取得日の属する
      *  付与年度の残日数から差し引く。
           SET 付与出力あり TO TRUE.
           MOVE 取引取得日 TO 付与限度日.
           PERFORM 付与追い付き.
           IF 表付与回数(該当番号) = ZERO
             THEN
               MOVE "付与前の取得" TO 却下理由
               PERFORM 取引却下出力
               GO TO 取引1件計上－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           EVALUATE 取引区分
             WHEN "U"
               PERFORM 取得計上
             WHEN "C"
               PERFORM 取消計上
             WHEN OTHER
               MOVE "取引区分不正" TO 却下理由
               PERFORM 取引却下出力
           END-EVALUATE.
      *
       取引1件計上－ＥＸ.
       EXIT.
      *
      ***********************************
       取得計上               SECTION.
      ***********************************
      *
      *  時効の近い前期分から先に充当し、足りない分を当期分
      *  から充当する。取得日が当期付与日以降なら取得義務の
      *  日数に数える。
           IF 取引取得日 < 表前期付与日(該当番号)
             THEN
               MOVE "失効済期間の取得" TO 却下理由
               PERFORM 取引却下出力
               GO TO 取得計上－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 取引日数 > 表前期残日数(該当番号)
                       + 表当期残日数(該当番号)
             THEN
               MOVE "残日数不足" TO 却下理由
               PERFORM 取引却下出力
               GO TO 取得計上－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 取引日数 > 表前期残日数(該当番号)
             THEN
               COMPUTE 充当残日数 =
                 取引日数 - 表前期残日数(該当番号)
               MOVE ZERO TO 表前期残日数(該当番号)
               SUBTRACT 充当残日数
                 FROM 表当期残日数(該当番号)
             ELSE
               SUBTRACT 取引日数
                 FROM 表前期残日数(該当番号)
           END-IF.
           IF 取引取得日 >= 表当期付与日(該当番号)
             THEN
               ADD 取引日数 TO 表当期取得日数(該当番号)
                 ON SIZE ERROR
                   MOVE 99.9 TO 表当期取得日数(該当番号)
               END-ADD
             ELSE
               CONTINUE
           END-IF.
           MOVE 実行日 TO 表更新日(該当番号).
           ADD 1 TO 取得件数.
      *
       取得計上－ＥＸ.
       EXIT.
      *
      ***********************************
       取消計上               SECTION.
      ***********************************
      *
      *  取得日の属する付与年度の残日数へ戻す。前期付与日より
      *  前の取得はすでに時効のため戻さない。
           IF 取引取得日 >= 表当期付与日(該当番号)
             THEN
               IF 表当期残日数(該当番号) + 取引日数
                  > 表当期付与日数(該当番号)
                 THEN
                   MOVE "取消日数超過" TO 却下理由
                   PERFORM 取引却下出力
                   GO TO 取消計上－ＥＸ
                 ELSE
                   CONTINUE
               END-IF
               ADD 取引日数 TO 表当期残日数(該当番号)
               IF 表当期取得日数(該当番号) > 取引日数
                 THEN
                   SUBTRACT 取引日数
                     FROM 表当期取得日数(該当番号)
                 ELSE
                   MOVE ZERO TO 表当期取得日数(該当番号)
               END-IF
             ELSE
               IF 取引取得日 < 表前期付与日(該当番号)
                 THEN
                   MOVE "失効済期間の取消" TO 却下理由
                   PERFORM 取引却下出力
                   GO TO 取消計上－ＥＸ
                 ELSE
                   ADD 取引日数 TO 表前期残日数(該当番号)
               END-IF
           END-IF.
           MOVE 実行日 TO 表更新日(該当番号).
           ADD 1 TO 取消件数.
      *
       取消計上－ＥＸ.
       EXIT.
      *
      ***********************************
       取引却下出力           SECTION.
      ***********************************
      *
           ADD 1 TO 却下件数.
           MOVE 取引日数 TO 日数編集.
           MOVE SPACES TO レポート行.
           STRING "却下 " DELIMITED BY SIZE
                  取引社員コード DELIMITED BY SIZE
                  " 区分:" DELIMITED BY SIZE
                  取引区分 DELIMITED BY SIZE
                  " 取得日:" DELIMITED BY SIZE
                  取引取得日 DELIMITED BY SIZE
                  " 日数:" DELIMITED BY SIZE
                  日数編集 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  却下理由 DELIMITED BY SPACE
                  INTO レポート行.
           WRITE 有給レポートレコード FROM レポート行.
      *
       取引却下出力－ＥＸ.
       EXIT.
      *
      ***********************************
       全件付与判定           SECTION.
      ***********************************
      *
      *  実行日が付与基準日に達した社員へ付与する。人事部・
      *  総務部のどちらにも居ない(氏名が取れない)台帳の社員は
      *  在籍なしとして付与しない。
           SET 付与出力あり TO TRUE.
           MOVE 実行日 TO 付与限度日.
           PERFORM VARYING 該当番号 FROM 1 BY 1
             UNTIL 該当番号 > 台帳件数
             IF 表氏名(該当番号) NOT = SPACES
               THEN
                 PERFORM 付与追い付き
               ELSE
                 ADD 1 TO 在籍なし件数
             END-IF
           END-PERFORM.
      *
       全件付与判定－ＥＸ.
       EXIT.
      *
      ***********************************
       取得義務判定           SECTION.
      ***********************************
      *
      *  付与日数10日以上の社員は付与日から1年以内に5日を
      *  取得させる義務がある。付与日からの経過月数に比例した
      *  取得ペースを下回り、年度末までに5日へ届かない見込み
      *  の者を一覧にする。
           OPEN OUTPUT 取得義務一覧ファイル.
           MOVE SPACES TO レポート行.
           STRING "年5日取得義務 未達見込み一覧 基準日:"
                  DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 取得義務一覧レコード FROM レポート行.
           PERFORM VARYING 台帳番号 FROM 1 BY 1
             UNTIL 台帳番号 > 台帳件数
             IF 表氏名(台帳番号) NOT = SPACES
                AND 表付与回数(台帳番号) > ZERO
                AND 表当期付与日数(台帳番号) >= 10
                AND 表当期取得日数(台帳番号)
                  < 取得義務日数
               THEN
                 PERFORM 取得義務1件判定
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           MOVE SPACES TO レポート行.
           STRING "未達見込み:" DELIMITED BY SIZE
                  義務未達件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 取得義務一覧レコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
      *  在籍なしの社員は未達とせず、別に並べて台帳の整理を促す。
           IF 在籍なし件数 > ZERO
             THEN
               MOVE SPACES TO レポート行
               STRING "在籍なし(付与・判定の対象外):"
                      DELIMITED BY SIZE
                      在籍なし件数 DELIMITED BY SIZE
                      INTO レポート行
               WRITE 取得義務一覧レコード FROM レポート行
                 AFTER 2 LINE
               END-WRITE
               PERFORM VARYING 台帳番号 FROM 1 BY 1
                 UNTIL 台帳番号 > 台帳件数
                 IF 表氏名(台帳番号) = SPACES
                   THEN
                     PERFORM 在籍なし出力
                   ELSE
                     CONTINUE
                 END-IF
               END-PERFORM
             ELSE
               CONTINUE
           END-IF.
           CLOSE 取得義務一覧ファイル.
      *
       取得義務判定－ＥＸ.
       EXIT.
      *
      ***********************************
       在籍なし出力           SECTION.
      ***********************************
      *
           MOVE SPACES TO レポート行.
           STRING "  " DELIMITED BY SIZE
                  表部署区分(台帳番号) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  表社員コード(台帳番号) DELIMITED BY SIZE
                  " 在籍なし" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 取得義務一覧レコード FROM レポート行.
      *
       在籍なし出力－ＥＸ.
       EXIT.
      *
      ***********************************
       取得義務1件判定        SECTION.
      ***********************************
      *
           MOVE 表当期付与日(台帳番号)
             TO 対象年月日分解.
           COMPUTE 経過月数 =
             ( 実行年 * 12 + 実行月 )
             - ( 分解年 * 12 + 分解月 ).
           IF 実行日日 < 分解日
             THEN
               SUBTRACT 1 FROM 経過月数
             ELSE
               CONTINUE
           END-IF.
      *  取得日数×12が5日×経過月数に届かなければペース不足。
           IF 表当期取得日数(台帳番号) * 12
              >= 取得義務日数 * 経過月数
             THEN
               GO TO 取得義務1件判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 義務未達件数.
           COMPUTE 不足日数 =
             取得義務日数 - 表当期取得日数(台帳番号).
           COMPUTE 残月数 = 12 - 経過月数.
           IF 残月数 < ZERO
             THEN
               MOVE ZERO TO 残月数
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO レポート行.
           STRING 表部署区分(台帳番号) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  表社員コード(台帳番号) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  表氏名(台帳番号) DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 取得義務一覧レコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE 表当期取得日数(台帳番号) TO 日数編集.
           MOVE 不足日数 TO 日数編集２.
           MOVE 残月数 TO 月数編集.
           MOVE SPACES TO レポート行.
           STRING "  付与日:" DELIMITED BY SIZE
                  表当期付与日(台帳番号) DELIMITED BY SIZE
                  " 取得:" DELIMITED BY SIZE
                  日数編集 DELIMITED BY SIZE
                  " 不足:" DELIMITED BY SIZE
                  日数編集２ DELIMITED BY SIZE
                  " 期限まで:" DELIMITED BY SIZE
                  月数編集 DELIMITED BY SIZE
                  "か月" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 取得義務一覧レコード FROM レポート行.
      *
       取得義務1件判定－ＥＸ.
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
       台帳書き戻し           SECTION.
      ***********************************
      *
           OPEN OUTPUT 有給台帳ファイル.
           PERFORM VARYING 台帳番号 FROM 1 BY 1
             UNTIL 台帳番号 > 台帳件数
             MOVE 表社員コード(台帳番号)
               TO 有休社員コード
             MOVE 表部署区分(台帳番号) TO 有休部署区分
             MOVE 表入社年月日(台帳番号)
               TO 有休入社年月日
             MOVE 表付与回数(台帳番号) TO 付与回数
             MOVE 表当期付与日(台帳番号) TO 当期付与日
             MOVE 表次回付与日(台帳番号) TO 次回付与日
             MOVE 表当期付与日数(台帳番号)
               TO 当期付与日数
             MOVE 表当期残日数(台帳番号) TO 当期残日数
             MOVE 表前期付与日(台帳番号) TO 前期付与日
             MOVE 表前期残日数(台帳番号) TO 前期残日数
             MOVE 表当期取得日数(台帳番号)
               TO 当期取得日数
             MOVE 表失効累計(台帳番号) TO 失効累計
             MOVE 表更新日(台帳番号) TO 有休更新日
             WRITE 有給台帳レコード
           END-PERFORM.
           CLOSE 有給台帳ファイル.
      *
       台帳書き戻し－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           MOVE SPACES TO レポート行.
           STRING "新規:" DELIMITED BY SIZE
                  新規登録件数 DELIMITED BY SIZE
                  " 付与:" DELIMITED BY SIZE
                  付与件数 DELIMITED BY SIZE
                  " 失効:" DELIMITED BY SIZE
                  失効件数 DELIMITED BY SIZE
                  " 取得:" DELIMITED BY SIZE
                  取得件数 DELIMITED BY SIZE
                  " 取消:" DELIMITED BY SIZE
                  取消件数 DELIMITED BY SIZE
                  " 却下:" DELIMITED BY SIZE
                  却下件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 有給レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           CLOSE 有給レポートファイル.
           DISPLAY "新規登録:" 新規登録件数
                   " 付与:" 付与件数
                   " 失効:" 失効件数.
           DISPLAY "取得:" 取得件数
                   " 取消:" 取消件数
                   " 却下:" 却下件数.
           DISPLAY "取得義務未達見込み:" 義務未達件数
                   " 在籍なし:" 在籍なし件数.
      *
           DISPLAY "***PRO2073 END***".
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
