       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2074.
      *  役職・等級の昇降格取引バッチ。昇降格取引(SHOKAKU2001)の
      *  新規格付け・昇格・降格・役職変更を役職・等級マスタ
      *  (TOKYU2001)へ適用し、変更のつど等級履歴(TOKYUREKI2001)
      *  へ発効日付きで1件追記する。取引ファイル(TRAN2007)と
      *  同じく発効日が実行日より先の取引は保留キュー
      *  (SHOKAKUPEND2001)へ溜め、発効日当日の実行で適用する。
      *  適用・保留・却下の結果は昇降格記録(SHOKAKURPT2001)へ
      *  書き出す。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  現在の役職・等級を持つマスタ。
           SELECT 等級マスタファイル ASSIGN TO
             "/home/suzuki/DATA/TOKYU2001"
             FILE STATUS IS マスタ状態.
      *  従業員の存在確認に使う人事ファイル。
           SELECT 人事ファイル ASSIGN TO
             "/home/suzuki/DATA/JINJI2001"
             FILE STATUS IS 人事状態.
      *  当日分の昇降格取引。
           SELECT 昇格取引ファイル ASSIGN TO
             "/home/suzuki/DATA/SHOKAKU2001"
             FILE STATUS IS 取引状態.
      *  発効日が先の取引を溜める保留キュー。
           SELECT 保留キューファイル ASSIGN TO
             "/home/suzuki/DATA/SHOKAKUPEND2001"
             FILE STATUS IS 保留状態.
      *  等級履歴ファイル。実行のたびに追記する。
           SELECT 等級履歴ファイル ASSIGN TO
             "/home/suzuki/DATA/TOKYUREKI2001"
             FILE STATUS IS 履歴状態.
      *  適用・保留・却下の記録。
           SELECT 昇格記録ファイル ASSIGN TO
             "/home/suzuki/DATA/SHOKAKURPT2001"
             FILE STATUS IS 記録状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  等級マスタファイル.
       01  等級マスタレコード.
           COPY CP031.
       FD  人事ファイル.
       01  人事レコード.
           COPY CP001.
       FD  昇格取引ファイル.
       01  昇格取引レコード.
           COPY CP030.
       FD  保留キューファイル.
       01  保留キューレコード.
           COPY CP030.
       FD  等級履歴ファイル.
       01  等級履歴レコード.
         03 履歴発効日        PIC 9(8).
         03 履歴従業員コード  PIC X(5).
         03 履歴処理区分      PIC X(1).
         03 履歴旧役職コード  PIC X(2).
         03 履歴旧等級        PIC 9(2).
         03 履歴新役職コード  PIC X(2).
         03 履歴新等級        PIC 9(2).
         03 履歴発令番号      PIC X(8).
         03 履歴処理日        PIC 9(8).
       FD  昇格記録ファイル.
       01  昇格記録レコード   PIC X(80).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 マスタ状態        PIC X(2).
         03 人事状態          PIC X(2).
         03 取引状態          PIC X(2).
         03 保留状態          PIC X(2).
         03 履歴状態          PIC X(2).
         03 記録状態          PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
      *  発効日判定に使う実行日。
       01  実行日             PIC 9(8).
      *  役職・等級マスタの読み込みテーブル。
       01  マスタテーブルエリア.
         03 マスタ件数        PIC 9(4) VALUE ZERO.
         03 マスタ番号        PIC 9(4).
         03 該当番号          PIC 9(4).
         03 マスタエントリ    OCCURS 3000 TIMES.
           05 表従業員コード  PIC X(5).
           05 表役職コード    PIC X(2).
           05 表等級          PIC 9(2).
           05 表等級発令日    PIC 9(8).
           05 表役職発令日    PIC 9(8).
           05 表更新日        PIC 9(8).
           05 表更新元        PIC X(8).
      *  人事ファイルの従業員コード一覧。存在確認に使う。
       01  人事テーブルエリア.
         03 人事件数          PIC 9(4) VALUE ZERO.
         03 人事番号          PIC 9(4).
         03 人事エントリ      OCCURS 3000 TIMES.
           05 表人事従業員コード PIC X(5).
       01  人事該当フラグ     PIC X(1).
           88 人事該当あり    VALUE "Y".
      *  保留キューの読み込みテーブル。適用済みは空白にする。
       01  保留テーブルエリア.
         03 保留件数          PIC 9(4) VALUE ZERO.
         03 保留番号          PIC 9(4).
         03 保留エントリ      OCCURS 500 TIMES.
           05 表保留内容      PIC X(26).
      *  適用中の1件分の写し。
       01  適用取引.
           COPY CP030.
       01  適用発効日         PIC 9(8).
       01  旧役職コード       PIC X(2).
       01  旧等級             PIC 9(2).
       01  却下理由           PIC X(40).
      *  件数集計。
       01  集計エリア.
         03 適用件数          PIC 9(5) VALUE ZERO.
         03 保留件数計        PIC 9(5) VALUE ZERO.
         03 却下件数          PIC 9(5) VALUE ZERO.
       01  記録行             PIC X(80).
      *  排他制御呼出し(SUB9400)への引き渡し情報。役職・等級
      *  マスタの排他に使う。
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
           PERFORM 保留分適用.
      *
           PERFORM 取引適用.
      *
           PERFORM 保留キュー書き戻し.
      *
           PERFORM マスタ書き戻し.
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
           DISPLAY "***PRO2074 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
      *
      *  役職・等級マスタのロックを取得する。
           MOVE "A" TO ロック要求区分.
           MOVE "TOKYUMASTER" TO ロック資源名.
           MOVE "X" TO ロック種別.
           MOVE "PRO2074" TO ロック要求元.
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
      *  役職・等級マスタをテーブルへ読み込む。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 等級マスタファイル.
           IF マスタ状態 NOT = "00"
             THEN
               DISPLAY "役職・等級マスタなし。"
                       "新規に作る。"
             ELSE
               PERFORM UNTIL 読込終了
                 READ 等級マスタファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     PERFORM マスタ1件格納
                 END-READ
               END-PERFORM
               CLOSE 等級マスタファイル
           END-IF.
      *  人事ファイルの従業員コードをテーブルへ読み込む。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 人事ファイル.
           IF 人事状態 NOT = "00"
             THEN
               MOVE "PRO2074" TO 発生プログラム名
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
                 IF 人事件数 < 3000
                   THEN
                     ADD 1 TO 人事件数
                     MOVE 従業員コード
                       TO 表人事従業員コード(人事件数)
                   ELSE
                     MOVE "PRO2074" TO 発生プログラム名
                     MOVE SPACES TO 入出力状態
                     MOVE "人事テーブル上限超過"
                       TO 異常終了メッセージ
                     PERFORM 異常終了処理
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 人事ファイル.
      *  保留キューをテーブルへ読み込む。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 保留キューファイル.
           IF 保留状態 NOT = "00"
             THEN
               DISPLAY "保留キューなし。"
             ELSE
               PERFORM UNTIL 読込終了
                 READ 保留キューファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     PERFORM 保留1件格納
                 END-READ
               END-PERFORM
               CLOSE 保留キューファイル
           END-IF.
      *  等級履歴は既存の履歴に追記する。無ければ新規に作る。
           OPEN EXTEND 等級履歴ファイル.
           IF 履歴状態 NOT = "00"
             THEN
               CLOSE 等級履歴ファイル
               OPEN OUTPUT 等級履歴ファイル
             ELSE
               CONTINUE
           END-IF.
           OPEN OUTPUT 昇格記録ファイル.
           MOVE SPACES TO 記録行.
           STRING "昇降格取引 適用記録 実行日:"
                  DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO 記録行.
           WRITE 昇格記録レコード FROM 記録行.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       マスタ1件格納          SECTION.
      ***********************************
      *
           IF マスタ件数 >= 3000
             THEN
               MOVE "PRO2074" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "マスタテーブル上限超過"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO マスタ件数.
           MOVE 等級従業員コード
             TO 表従業員コード(マスタ件数).
           MOVE 役職コード TO 表役職コード(マスタ件数).
           MOVE 等級 TO 表等級(マスタ件数).
           MOVE 等級発令日 TO 表等級発令日(マスタ件数).
           MOVE 役職発令日 TO 表役職発令日(マスタ件数).
           MOVE 等級更新日 TO 表更新日(マスタ件数).
           MOVE 等級更新元 TO 表更新元(マスタ件数).
      *
       マスタ1件格納－ＥＸ.
       EXIT.
      *
      ***********************************
       保留1件格納            SECTION.
      ***********************************
      *
           IF 保留件数 >= 500
             THEN
               MOVE "PRO2074" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "保留テーブル上限超過"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 保留件数.
           MOVE 保留キューレコード
             TO 表保留内容(保留件数).
      *
       保留1件格納－ＥＸ.
       EXIT.
      *
      ***********************************
       保留分適用             SECTION.
      ***********************************
      *
      *  前回までに溜めた取引のうち、発効日が実行日以前に
      *  なったものを先に適用し、キューから外す。
           PERFORM VARYING 保留番号 FROM 1 BY 1
             UNTIL 保留番号 > 保留件数
             MOVE 表保留内容(保留番号) TO 適用取引
             IF 昇格発効日 OF 適用取引 <= 実行日
               THEN
                 PERFORM 昇格適用
                 MOVE SPACES TO 表保留内容(保留番号)
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       保留分適用－ＥＸ.
       EXIT.
      *
      ***********************************
       取引適用               SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 昇格取引ファイル.
           IF 取引状態 NOT = "00"
             THEN
               DISPLAY "昇降格取引なし。"
               GO TO 取引適用－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 昇格取引ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 MOVE 昇格取引レコード TO 適用取引
                 IF 昇格発効日 OF 適用取引 > 実行日
                   THEN
                     PERFORM 保留追加
                   ELSE
                     PERFORM 昇格適用
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 昇格取引ファイル.
      *
       取引適用－ＥＸ.
       EXIT.
      *
      ***********************************
       保留追加               SECTION.
      ***********************************
      *
      *  発効日が先の取引を保留キューへ溜め、記録に残す。
           MOVE 適用取引 TO 保留キューレコード.
           PERFORM 保留1件格納.
           ADD 1 TO 保留件数計.
           MOVE SPACES TO 記録行.
           STRING "保留 " DELIMITED BY SIZE
                  昇格処理区分 OF 適用取引 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  昇格従業員コード OF 適用取引
                  DELIMITED BY SIZE
                  " 発効日:" DELIMITED BY SIZE
                  昇格発効日 OF 適用取引 DELIMITED BY SIZE
                  " 発令:" DELIMITED BY SIZE
                  発令番号 OF 適用取引 DELIMITED BY SIZE
                  INTO 記録行.
           WRITE 昇格記録レコード FROM 記録行.
      *
       保留追加－ＥＸ.
       EXIT.
      *
      ***********************************
       昇格適用               SECTION.
      ***********************************
      *
      *  1件の取引を検査してマスタへ適用する。発効日0は
      *  実行日に発効したものとして扱う。
           MOVE SPACES TO 却下理由.
           IF 昇格発効日 OF 適用取引 = ZERO
             THEN
               MOVE 実行日 TO 適用発効日
             ELSE
               MOVE 昇格発効日 OF 適用取引 TO 適用発効日
           END-IF.
      *  従業員が人事ファイルに居ることを確かめる。
           MOVE "N" TO 人事該当フラグ.
           PERFORM VARYING 人事番号 FROM 1 BY 1
             UNTIL 人事番号 > 人事件数
             IF 表人事従業員コード(人事番号) =
                昇格従業員コード OF 適用取引
               THEN
                 SET 人事該当あり TO TRUE
                 MOVE 人事件数 TO 人事番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF NOT 人事該当あり
             THEN
               MOVE "従業員なし" TO 却下理由
               PERFORM 却下出力
               GO TO 昇格適用－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE ZERO TO 該当番号.
           PERFORM VARYING マスタ番号 FROM 1 BY 1
             UNTIL マスタ番号 > マスタ件数
             IF 表従業員コード(マスタ番号) =
                昇格従業員コード OF 適用取引
               THEN
                 MOVE マスタ番号 TO 該当番号
                 MOVE マスタ件数 TO マスタ番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           EVALUATE 昇格処理区分 OF 適用取引
             WHEN "N"
               PERFORM 新規格付け
             WHEN "P"
             WHEN "D"
             WHEN "Y"
               PERFORM 等級変更
             WHEN OTHER
               MOVE "処理区分不正" TO 却下理由
               PERFORM 却下出力
           END-EVALUATE.
      *
       昇格適用－ＥＸ.
       EXIT.
      *
      ***********************************
       新規格付け             SECTION.
      ***********************************
      *
           IF 該当番号 > ZERO
             THEN
               MOVE "格付け済" TO 却下理由
               PERFORM 却下出力
               GO TO 新規格付け－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 新等級 OF 適用取引 < 1
              OR 新等級 OF 適用取引 > 9
             THEN
               MOVE "等級範囲外" TO 却下理由
               PERFORM 却下出力
               GO TO 新規格付け－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF マスタ件数 >= 3000
             THEN
               MOVE "PRO2074" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "マスタテーブル上限超過"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO マスタ件数.
           MOVE マスタ件数 TO 該当番号.
           INITIALIZE マスタエントリ(該当番号).
           MOVE 昇格従業員コード OF 適用取引
             TO 表従業員コード(該当番号).
           MOVE SPACES TO 旧役職コード.
           MOVE ZERO TO 旧等級.
           MOVE 新役職コード OF 適用取引
             TO 表役職コード(該当番号).
           MOVE 新等級 OF 適用取引 TO 表等級(該当番号).
           MOVE 適用発効日 TO 表等級発令日(該当番号).
           MOVE 適用発効日 TO 表役職発令日(該当番号).
           PERFORM 適用記録.
      *
       新規格付け－ＥＸ.
       EXIT.
      *
      ***********************************
       等級変更               SECTION.
      ***********************************
      *
      *  昇格は上位へ、降格は下位へ動くことを確かめる。役職の
      *  み変更は等級を動かさない。前回の発令より前へさかの
      *  ぼる発効日は履歴の順序が崩れるため受け付けない。
           IF 該当番号 = ZERO
             THEN
               MOVE "未格付け" TO 却下理由
               PERFORM 却下出力
               GO TO 等級変更－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 適用発効日 < 表等級発令日(該当番号)
              OR 適用発効日 < 表役職発令日(該当番号)
             THEN
               MOVE "発効日逆転" TO 却下理由
               PERFORM 却下出力
               GO TO 等級変更－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           EVALUATE TRUE
             WHEN 昇格処理区分 OF 適用取引 = "P"
                  AND ( 新等級 OF 適用取引
                        <= 表等級(該当番号)
                     OR 新等級 OF 適用取引 > 9 )
               MOVE "昇格等級不正" TO 却下理由
             WHEN 昇格処理区分 OF 適用取引 = "D"
                  AND ( 新等級 OF 適用取引
                        >= 表等級(該当番号)
                     OR 新等級 OF 適用取引 < 1 )
               MOVE "降格等級不正" TO 却下理由
             WHEN 昇格処理区分 OF 適用取引 = "Y"
                  AND 新役職コード OF 適用取引
                      = 表役職コード(該当番号)
               MOVE "役職変更なし" TO 却下理由
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF 却下理由 NOT = SPACES
             THEN
               PERFORM 却下出力
               GO TO 等級変更－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 表役職コード(該当番号) TO 旧役職コード.
           MOVE 表等級(該当番号) TO 旧等級.
           IF 昇格処理区分 OF 適用取引 NOT = "Y"
             THEN
               MOVE 新等級 OF 適用取引 TO 表等級(該当番号)
               MOVE 適用発効日 TO 表等級発令日(該当番号)
             ELSE
               CONTINUE
           END-IF.
      *  役職コードの指定が無い昇降格は役職を据え置く。
           IF 新役職コード OF 適用取引 NOT = SPACES
              AND 新役職コード OF 適用取引
                  NOT = 表役職コード(該当番号)
             THEN
               MOVE 新役職コード OF 適用取引
                 TO 表役職コード(該当番号)
               MOVE 適用発効日 TO 表役職発令日(該当番号)
             ELSE
               CONTINUE
           END-IF.
           PERFORM 適用記録.
      *
       等級変更－ＥＸ.
       EXIT.
      *
      ***********************************
       適用記録               SECTION.
      ***********************************
      *
      *  マスタの更新印を刻み、等級履歴と記録へ書き出す。
           MOVE 実行日 TO 表更新日(該当番号).
           MOVE "PRO2074" TO 表更新元(該当番号).
           ADD 1 TO 適用件数.
           INITIALIZE 等級履歴レコード.
           MOVE 適用発効日 TO 履歴発効日.
           MOVE 表従業員コード(該当番号)
             TO 履歴従業員コード.
           MOVE 昇格処理区分 OF 適用取引
             TO 履歴処理区分.
           MOVE 旧役職コード TO 履歴旧役職コード.
           MOVE 旧等級 TO 履歴旧等級.
           MOVE 表役職コード(該当番号)
             TO 履歴新役職コード.
           MOVE 表等級(該当番号) TO 履歴新等級.
           MOVE 発令番号 OF 適用取引 TO 履歴発令番号.
           MOVE 実行日 TO 履歴処理日.
           WRITE 等級履歴レコード.
           MOVE SPACES TO 記録行.
           STRING "適用 " DELIMITED BY SIZE
                  昇格処理区分 OF 適用取引 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  表従業員コード(該当番号) DELIMITED BY SIZE
                  " 等級:" DELIMITED BY SIZE
                  旧等級 DELIMITED BY SIZE
                  "→" DELIMITED BY SIZE
                  表等級(該当番号) DELIMITED BY SIZE
                  " 役職:" DELIMITED BY SIZE
                  旧役職コード DELIMITED BY SIZE
                  "→" DELIMITED BY SIZE
                  表役職コード(該当番号) DELIMITED BY SIZE
                  " 発効日:" DELIMITED BY SIZE
                  適用発効日 DELIMITED BY SIZE
                  INTO 記録行.
           WRITE 昇格記録レコード FROM 記録行.
      *
       適用記録－ＥＸ.
       EXIT.
      *
      ***********************************
       却下出力               SECTION.
      ***********************************
      *
           ADD 1 TO 却下件数.
           MOVE SPACES TO 記録行.
           STRING "却下 " DELIMITED BY SIZE
                  昇格処理区分 OF 適用取引 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  昇格従業員コード OF 適用取引
                  DELIMITED BY SIZE
                  " 新等級:" DELIMITED BY SIZE
                  新等級 OF 適用取引 DELIMITED BY SIZE
                  " 発効日:" DELIMITED BY SIZE
                  適用発効日 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  却下理由 DELIMITED BY SPACE
                  INTO 記録行.
           WRITE 昇格記録レコード FROM 記録行.
      *
       却下出力－ＥＸ.
       EXIT.
      *
      ***********************************
       保留キュー書き戻し     SECTION.
      ***********************************
      *
      *  適用済みで空白にした行を除いてキューを書き直す。
           OPEN OUTPUT 保留キューファイル.
           PERFORM VARYING 保留番号 FROM 1 BY 1
             UNTIL 保留番号 > 保留件数
             IF 表保留内容(保留番号) NOT = SPACES
               THEN
                 MOVE 表保留内容(保留番号)
                   TO 保留キューレコード
                 WRITE 保留キューレコード
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           CLOSE 保留キューファイル.
      *
       保留キュー書き戻し－ＥＸ.
       EXIT.
      *
      ***********************************
       マスタ書き戻し         SECTION.
      ***********************************
      *
           OPEN OUTPUT 等級マスタファイル.
           PERFORM VARYING マスタ番号 FROM 1 BY 1
             UNTIL マスタ番号 > マスタ件数
             MOVE 表従業員コード(マスタ番号)
               TO 等級従業員コード
             MOVE 表役職コード(マスタ番号) TO 役職コード
             MOVE 表等級(マスタ番号) TO 等級
             MOVE 表等級発令日(マスタ番号) TO 等級発令日
             MOVE 表役職発令日(マスタ番号) TO 役職発令日
             MOVE 表更新日(マスタ番号) TO 等級更新日
             MOVE 表更新元(マスタ番号) TO 等級更新元
             WRITE 等級マスタレコード
           END-PERFORM.
           CLOSE 等級マスタファイル.
      *
       マスタ書き戻し－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           MOVE SPACES TO 記録行.
           STRING "適用:" DELIMITED BY SIZE
                  適用件数 DELIMITED BY SIZE
                  " 保留:" DELIMITED BY SIZE
                  保留件数計 DELIMITED BY SIZE
                  " 却下:" DELIMITED BY SIZE
                  却下件数 DELIMITED BY SIZE
                  INTO 記録行.
           WRITE 昇格記録レコード FROM 記録行
             AFTER 2 LINE
           END-WRITE.
           CLOSE 昇格記録ファイル.
           CLOSE 等級履歴ファイル.
           DISPLAY "適用件数:" 適用件数
                   " 保留件数:" 保留件数計
                   " 却下件数:" 却下件数.
      *
      *  取得したロックを解放する。
           PERFORM ロック解放.
      *
           DISPLAY "***PRO2074 END***".
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
           MOVE "TOKYUMASTER" TO ロック資源名.
           MOVE "PRO2074" TO ロック要求元.
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
