       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2088.
      *  試験監督員の配置プログラム。PRO2049の座席割当
      *  (ZASEKI2006)から教室ごとの受験者数を数え、監督員
      *  マスタ(KANTOKUMST2006)でその試験回に出務できる監督員
      *  を、会場ごとに主任監督員1名、教室ごとに受験者数と
      *  監督比率から求めた人数だけ配置する。1名の監督員を
      *  二つの教室・会場へ重ねて配置することはしない。
      *  会場別の監督員名簿(KANTOKUMEIBO2006)、配置しきれなか
      *  った教室・会場の不足レポート(KANTOKUFUSOKU2006)、経理
      *  へ渡す監督謝礼の支払一覧(KANTOKUSHAREI2006)を出す。
      *  試験回・監督比率・主任加算額は制御ファイル
      *  (KANTOKUPARM2006)で指定し、無ければ座席割当の試験回と
      *  既定値を使う。PRO2049の後に実行する。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  会場コード・会場名・教室コード・収容数の会場マスタ。
           SELECT 会場マスタファイル ASSIGN TO
             "/home/suzuki/DATA/KAIJYOMST2006"
             FILE STATUS IS 会場状態.
      *  PRO2049が書き出す会場・教室・座席の割当ファイル。
           SELECT 割当ファイル ASSIGN TO
             "/home/suzuki/DATA/ZASEKI2006"
             FILE STATUS IS 割当状態.
      *  監督員コード・氏名・主任可否・日当・出務可能回の
      *  監督員マスタ。
           SELECT 監督員マスタファイル ASSIGN TO
             "/home/suzuki/DATA/KANTOKUMST2006"
             FILE STATUS IS 監督員状態.
      *  試験回・監督比率・主任加算額の制御ファイル。
           SELECT 監督制御ファイル ASSIGN TO
             "/home/suzuki/DATA/KANTOKUPARM2006"
             FILE STATUS IS 制御状態.
      *  会場別の監督員名簿。
           SELECT 監督員名簿ファイル ASSIGN TO
             "/home/suzuki/DATA/KANTOKUMEIBO2006"
             FILE STATUS IS 名簿状態.
      *  監督員の不足レポート。
           SELECT 不足レポートファイル ASSIGN TO
             "/home/suzuki/DATA/KANTOKUFUSOKU2006"
             FILE STATUS IS 不足状態.
      *  経理へ渡す監督謝礼の支払一覧。
           SELECT 謝礼ファイル ASSIGN TO
             "/home/suzuki/DATA/KANTOKUSHAREI2006"
             FILE STATUS IS 謝礼状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  会場マスタファイル.
       01  会場マスタレコード.
         03 マスタ会場コード  PIC X(3).
         03 マスタ会場名      PIC X(20).
         03 マスタ教室コード  PIC X(3).
         03 マスタ収容数      PIC 9(4).
         03 マスタ配慮対応    PIC X(4).
       FD  割当ファイル.
       01  割当レコード.
         03 割当試験回        PIC 9(2).
         03 割当受験者ID      PIC X(6).
         03 割当会場コード    PIC X(3).
         03 割当教室コード    PIC X(3).
         03 割当座席番号      PIC 9(4).
      *  主任区分 1:主任監督員を務められる。出務可能回は出務
      *  できる試験回を並べ、未使用の欄はゼロとする。
       FD  監督員マスタファイル.
       01  監督員マスタレコード.
         03 監督員コード      PIC X(5).
         03 監督員氏名        PIC X(20).
         03 主任区分          PIC X(1).
         03 監督日当          PIC 9(6).
         03 出務可能回        PIC 9(2) OCCURS 6 TIMES.
       FD  監督制御ファイル.
       01  監督制御レコード.
         03 指定試験回        PIC 9(2).
      *  受験者何名につき監督員1名を置くか。
         03 指定監督比率      PIC 9(3).
         03 指定主任加算額    PIC 9(6).
       FD  監督員名簿ファイル.
       01  監督員名簿レコード PIC X(80).
       FD  不足レポートファイル.
       01  不足レポートレコード PIC X(80).
      *  役割区分 C:主任監督員 P:教室監督員。主任の教室コード
      *  は空白とする。支払額は日当に主任加算額を足した額。
       FD  謝礼ファイル.
       01  謝礼レコード.
         03 謝礼試験回        PIC 9(2).
         03 謝礼監督員コード  PIC X(5).
         03 謝礼監督員氏名    PIC X(20).
         03 謝礼会場コード    PIC X(3).
         03 謝礼教室コード    PIC X(3).
         03 謝礼役割区分      PIC X(1).
         03 謝礼支払額        PIC 9(7).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 会場状態          PIC X(2).
         03 割当状態          PIC X(2).
         03 監督員状態        PIC X(2).
         03 制御状態          PIC X(2).
         03 名簿状態          PIC X(2).
         03 不足状態          PIC X(2).
         03 謝礼状態          PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
      *  配置の条件。制御ファイルが無い場合は既定値のまま使う。
       01  対象試験回         PIC 9(2) VALUE ZERO.
       01  監督比率           PIC 9(3) VALUE 30.
       01  主任加算額         PIC 9(6) VALUE 5000.
      *  会場マスタ(教室単位)の読み込みテーブル。受験者数は
      *  座席割当から数え、必要数は受験者数と監督比率で求める。
       01  教室テーブルエリア.
         03 教室件数          PIC 9(3) VALUE ZERO.
         03 教室番号          PIC 9(3).
         03 比較教室番号      PIC 9(3).
         03 教室エントリ      OCCURS 100 TIMES.
           05 表会場コード    PIC X(3).
           05 表会場名        PIC X(20).
           05 表教室コード    PIC X(3).
           05 表受験者数      PIC 9(4).
           05 表必要数        PIC 9(3).
           05 表配置数        PIC 9(3).
      *  会場の先頭教室の位置に主任監督員を持たせる。
           05 表会場先頭      PIC X(1).
           05 表主任番号      PIC 9(3).
      *  その試験回に出務できる監督員のテーブル。配置済の
      *  監督員は配置先の教室番号を持ち、二重に配置しない。
       01  監督員テーブルエリア.
         03 監督員件数        PIC 9(3) VALUE ZERO.
         03 監督員番号        PIC 9(3).
         03 該当監督員番号    PIC 9(3).
         03 監督員エントリ    OCCURS 300 TIMES.
           05 表監督員コード  PIC X(5).
           05 表監督員氏名    PIC X(20).
           05 表主任区分      PIC X(1).
           05 表監督日当      PIC 9(6).
           05 表配置済        PIC X(1).
           05 表配置教室番号  PIC 9(3).
           05 表役割区分      PIC X(1).
       01  出務欄番号         PIC 9(1).
       01  出務可フラグ       PIC X(1).
           88 出務可          VALUE "Y".
       01  主任探索区分       PIC X(1).
       01  受験者数作業       PIC 9(5).
       01  支払額作業         PIC 9(7).
      *  件数集計。
       01  集計エリア.
         03 座席件数          PIC 9(5) VALUE ZERO.
         03 主任配置件数      PIC 9(3) VALUE ZERO.
         03 教室配置件数      PIC 9(3) VALUE ZERO.
         03 不足件数          PIC 9(3) VALUE ZERO.
         03 不足人数合計      PIC 9(4) VALUE ZERO.
         03 謝礼合計          PIC 9(9) VALUE ZERO.
       01  不足人数           PIC 9(3).
       01  名簿行             PIC X(80).
       01  不足行             PIC X(80).
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
           PERFORM 受験者数集計.
      *
           PERFORM 監督員読込.
      *
           PERFORM 主任配置.
      *
           PERFORM 教室配置.
      *
           PERFORM 名簿出力.
      *
           PERFORM 謝礼出力.
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
           DISPLAY "***PRO2088 START***".
      *  制御ファイルがあれば試験回・比率・加算額を読み替える。
           OPEN INPUT 監督制御ファイル.
           IF 制御状態 = "00"
             THEN
               READ 監督制御ファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE 指定試験回 TO 対象試験回
                   IF 指定監督比率 > 0
                     THEN
                       MOVE 指定監督比率 TO 監督比率
                     ELSE
                       CONTINUE
                   END-IF
                   IF 指定主任加算額 IS NUMERIC
                     THEN
                       MOVE 指定主任加算額 TO 主任加算額
                     ELSE
                       CONTINUE
                   END-IF
               END-READ
               CLOSE 監督制御ファイル
             ELSE
               CONTINUE
           END-IF.
      *  会場マスタをテーブルへ読み込む。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 会場マスタファイル.
           IF 会場状態 NOT = "00"
             THEN
               MOVE "PRO2088" TO 発生プログラム名
               MOVE 会場状態 TO 入出力状態
               MOVE "会場マスタのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 会場マスタファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 教室件数 < 100
                   THEN
                     ADD 1 TO 教室件数
                     INITIALIZE 教室エントリ(教室件数)
                     MOVE マスタ会場コード
                       TO 表会場コード(教室件数)
                     MOVE マスタ会場名
                       TO 表会場名(教室件数)
                     MOVE マスタ教室コード
                       TO 表教室コード(教室件数)
                   ELSE
                     MOVE "PRO2088" TO 発生プログラム名
                     MOVE SPACES TO 入出力状態
                     MOVE "教室テーブル上限超過"
                       TO 異常終了メッセージ
                     PERFORM 異常終了処理
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 会場マスタファイル.
      *  同じ会場コードの最初の教室に会場先頭の印を付ける。
           PERFORM VARYING 教室番号 FROM 1 BY 1
             UNTIL 教室番号 > 教室件数
             MOVE "Y" TO 表会場先頭(教室番号)
             PERFORM VARYING 比較教室番号 FROM 1 BY 1
               UNTIL 比較教室番号 >= 教室番号
               IF 表会場コード(比較教室番号) =
                  表会場コード(教室番号)
                 THEN
                   MOVE "N" TO 表会場先頭(教室番号)
                   MOVE 教室番号 TO 比較教室番号
                 ELSE
                   CONTINUE
               END-IF
             END-PERFORM
           END-PERFORM.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       受験者数集計           SECTION.
      ***********************************
      *
      *  座席割当を教室ごとに数える。試験回の指定が無ければ
      *  最初の割当の試験回を対象とする。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 割当ファイル.
           IF 割当状態 NOT = "00"
             THEN
               MOVE "PRO2088" TO 発生プログラム名
               MOVE 割当状態 TO 入出力状態
               MOVE "座席割当ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 割当ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 対象試験回 = ZERO
                   THEN
                     MOVE 割当試験回 TO 対象試験回
                   ELSE
                     CONTINUE
                 END-IF
                 IF 割当試験回 = 対象試験回
                   THEN
                     PERFORM 教室別計数
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 割当ファイル.
      *  教室ごとの必要数を受験者数÷監督比率の切上げで求める。
           PERFORM VARYING 教室番号 FROM 1 BY 1
             UNTIL 教室番号 > 教室件数
             IF 表受験者数(教室番号) > ZERO
               THEN
                 COMPUTE 受験者数作業 =
                   表受験者数(教室番号) + 監督比率 - 1
                 DIVIDE 監督比率 INTO 受験者数作業
                   GIVING 表必要数(教室番号)
               ELSE
                 MOVE ZERO TO 表必要数(教室番号)
             END-IF
           END-PERFORM.
      *
       受験者数集計－ＥＸ.
       EXIT.
      *
      ***********************************
       教室別計数             SECTION.
      ***********************************
      *
           ADD 1 TO 座席件数.
           PERFORM VARYING 教室番号 FROM 1 BY 1
             UNTIL 教室番号 > 教室件数
             IF 表会場コード(教室番号) = 割当会場コード
                AND 表教室コード(教室番号) =
                    割当教室コード
               THEN
                 ADD 1 TO 表受験者数(教室番号)
                 MOVE 教室件数 TO 教室番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       教室別計数－ＥＸ.
       EXIT.
      *
      ***********************************
       監督員読込             SECTION.
      ***********************************
      *
      *  対象の試験回に出務できる監督員だけをテーブルへ置く。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 監督員マスタファイル.
           IF 監督員状態 NOT = "00"
             THEN
               DISPLAY "監督員マスタなし。"
               DISPLAY "全教室を不足とする。"
               GO TO 監督員読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 監督員マスタファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 PERFORM 出務可否判定
                 IF 出務可
                   THEN
                     PERFORM 監督員登録
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 監督員マスタファイル.
      *
       監督員読込－ＥＸ.
       EXIT.
      *
      ***********************************
       出務可否判定           SECTION.
      ***********************************
      *
           MOVE "N" TO 出務可フラグ.
           PERFORM VARYING 出務欄番号 FROM 1 BY 1
             UNTIL 出務欄番号 > 6
             IF 出務可能回(出務欄番号) = 対象試験回
               THEN
                 MOVE "Y" TO 出務可フラグ
                 MOVE 6 TO 出務欄番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       出務可否判定－ＥＸ.
       EXIT.
      *
      ***********************************
       監督員登録             SECTION.
      ***********************************
      *
      *  同じ監督員コードが重ねて載っていても1名として扱う。
           MOVE ZERO TO 該当監督員番号.
           PERFORM VARYING 監督員番号 FROM 1 BY 1
             UNTIL 監督員番号 > 監督員件数
             IF 表監督員コード(監督員番号) =
                監督員コード
               THEN
                 MOVE 監督員番号 TO 該当監督員番号
                 MOVE 監督員件数 TO 監督員番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当監督員番号 > ZERO
             THEN
               GO TO 監督員登録－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 監督員件数 < 300
             THEN
               ADD 1 TO 監督員件数
               MOVE 監督員コード
                 TO 表監督員コード(監督員件数)
               MOVE 監督員氏名
                 TO 表監督員氏名(監督員件数)
               IF 主任区分 = "1"
                 THEN
                   MOVE "1" TO 表主任区分(監督員件数)
                 ELSE
                   MOVE SPACE TO 表主任区分(監督員件数)
               END-IF
               MOVE 監督日当
                 TO 表監督日当(監督員件数)
               MOVE "N" TO 表配置済(監督員件数)
               MOVE ZERO TO 表配置教室番号(監督員件数)
               MOVE SPACE TO 表役割区分(監督員件数)
             ELSE
               MOVE "PRO2088" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "監督員テーブル上限超過"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
           END-IF.
      *
       監督員登録－ＥＸ.
       EXIT.
      *
      ***********************************
       主任配置               SECTION.
      ***********************************
      *
      *  受験者のいる会場ごとに、主任を務められる未配置の
      *  監督員を1名置く。主任は会場の先頭教室に持たせる。
           OPEN OUTPUT 不足レポートファイル.
           MOVE SPACES TO 不足行.
           STRING "監督員不足レポート 試験回:"
                  DELIMITED BY SIZE
                  対象試験回 DELIMITED BY SIZE
                  INTO 不足行.
           WRITE 不足レポートレコード FROM 不足行.
           PERFORM VARYING 教室番号 FROM 1 BY 1
             UNTIL 教室番号 > 教室件数
             IF 表会場先頭(教室番号) = "Y"
               THEN
                 PERFORM 会場主任配置
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       主任配置－ＥＸ.
       EXIT.
      *
      ***********************************
       会場主任配置           SECTION.
      ***********************************
      *
           MOVE ZERO TO 受験者数作業.
           PERFORM VARYING 比較教室番号 FROM 1 BY 1
             UNTIL 比較教室番号 > 教室件数
             IF 表会場コード(比較教室番号) =
                表会場コード(教室番号)
               THEN
                 ADD 表受験者数(比較教室番号)
                   TO 受験者数作業
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 受験者数作業 = ZERO
             THEN
               GO TO 会場主任配置－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "1" TO 主任探索区分.
           PERFORM 未配置監督員検索.
           IF 該当監督員番号 = ZERO
             THEN
               ADD 1 TO 不足件数
               ADD 1 TO 不足人数合計
               MOVE SPACES TO 不足行
               STRING "  会場:" DELIMITED BY SIZE
                      表会場コード(教室番号)
                      DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      表会場名(教室番号)
                      DELIMITED BY SIZE
                      " 主任監督員を配置できない"
                      DELIMITED BY SIZE
                      INTO 不足行
               WRITE 不足レポートレコード FROM 不足行
             ELSE
               MOVE "Y" TO 表配置済(該当監督員番号)
               MOVE 教室番号
                 TO 表配置教室番号(該当監督員番号)
               MOVE "C" TO 表役割区分(該当監督員番号)
               MOVE 該当監督員番号
                 TO 表主任番号(教室番号)
               ADD 1 TO 主任配置件数
           END-IF.
      *
       会場主任配置－ＥＸ.
       EXIT.
      *
      ***********************************
       教室配置               SECTION.
      ***********************************
      *
      *  受験者のいる教室ごとに必要数まで未配置の監督員を
      *  置く。主任を務められる監督員は後回しにする。
           PERFORM VARYING 教室番号 FROM 1 BY 1
             UNTIL 教室番号 > 教室件数
             PERFORM UNTIL 表配置数(教室番号) >=
                           表必要数(教室番号)
               MOVE SPACE TO 主任探索区分
               PERFORM 未配置監督員検索
               IF 該当監督員番号 = ZERO
                 THEN
                   MOVE "1" TO 主任探索区分
                   PERFORM 未配置監督員検索
                 ELSE
                   CONTINUE
               END-IF
               IF 該当監督員番号 = ZERO
                 THEN
                   PERFORM 教室不足出力
                   MOVE 表必要数(教室番号)
                     TO 表配置数(教室番号)
                 ELSE
                   MOVE "Y" TO 表配置済(該当監督員番号)
                   MOVE 教室番号
                     TO 表配置教室番号(該当監督員番号)
                   MOVE "P" TO 表役割区分(該当監督員番号)
                   ADD 1 TO 表配置数(教室番号)
                   ADD 1 TO 教室配置件数
               END-IF
             END-PERFORM
           END-PERFORM.
           MOVE SPACES TO 不足行.
           STRING "不足箇所:" DELIMITED BY SIZE
                  不足件数 DELIMITED BY SIZE
                  " 不足人数:" DELIMITED BY SIZE
                  不足人数合計 DELIMITED BY SIZE
                  INTO 不足行.
           WRITE 不足レポートレコード FROM 不足行
             AFTER 2 LINE
           END-WRITE.
           CLOSE 不足レポートファイル.
      *
       教室配置－ＥＸ.
       EXIT.
      *
      ***********************************
       教室不足出力           SECTION.
      ***********************************
      *
      *  配置できた人数を残し、不足の人数を報告する。報告後は
      *  配置数を必要数にそろえてその教室の探索を終える。
           COMPUTE 不足人数 =
             表必要数(教室番号) - 表配置数(教室番号).
           ADD 1 TO 不足件数.
           ADD 不足人数 TO 不足人数合計.
           MOVE SPACES TO 不足行.
           STRING "  会場:" DELIMITED BY SIZE
                  表会場コード(教室番号) DELIMITED BY SIZE
                  " 教室:" DELIMITED BY SIZE
                  表教室コード(教室番号) DELIMITED BY SIZE
                  " 受験者:" DELIMITED BY SIZE
                  表受験者数(教室番号) DELIMITED BY SIZE
                  " 必要:" DELIMITED BY SIZE
                  表必要数(教室番号) DELIMITED BY SIZE
                  " 配置:" DELIMITED BY SIZE
                  表配置数(教室番号) DELIMITED BY SIZE
                  " 不足:" DELIMITED BY SIZE
                  不足人数 DELIMITED BY SIZE
                  INTO 不足行.
           WRITE 不足レポートレコード FROM 不足行.
      *
       教室不足出力－ＥＸ.
       EXIT.
      *
      ***********************************
       未配置監督員検索       SECTION.
      ***********************************
      *
      *  主任探索区分と主任区分が一致する未配置の監督員を
      *  マスタの並び順で探す。主任を務められない監督員の
      *  主任区分は空白に読み替えてある。
           MOVE ZERO TO 該当監督員番号.
           PERFORM VARYING 監督員番号 FROM 1 BY 1
             UNTIL 監督員番号 > 監督員件数
             IF 表配置済(監督員番号) = "N"
                AND 表主任区分(監督員番号) =
                    主任探索区分
               THEN
                 MOVE 監督員番号 TO 該当監督員番号
                 MOVE 監督員件数 TO 監督員番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       未配置監督員検索－ＥＸ.
       EXIT.
      *
      ***********************************
       名簿出力               SECTION.
      ***********************************
      *
      *  会場ごとに主任監督員を示し、教室ごとの監督員を並べる。
           OPEN OUTPUT 監督員名簿ファイル.
           MOVE SPACES TO 名簿行.
           STRING "試験監督員名簿 試験回:" DELIMITED BY SIZE
                  対象試験回 DELIMITED BY SIZE
                  " 監督比率:1/" DELIMITED BY SIZE
                  監督比率 DELIMITED BY SIZE
                  INTO 名簿行.
           WRITE 監督員名簿レコード FROM 名簿行.
           PERFORM VARYING 教室番号 FROM 1 BY 1
             UNTIL 教室番号 > 教室件数
             IF 表会場先頭(教室番号) = "Y"
               THEN
                 PERFORM 会場見出し出力
               ELSE
                 CONTINUE
             END-IF
             IF 表受験者数(教室番号) > ZERO
               THEN
                 PERFORM 教室名簿出力
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           CLOSE 監督員名簿ファイル.
      *
       名簿出力－ＥＸ.
       EXIT.
      *
      ***********************************
       会場見出し出力         SECTION.
      ***********************************
      *
           MOVE SPACES TO 名簿行.
           STRING "会場:" DELIMITED BY SIZE
                  表会場コード(教室番号) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  表会場名(教室番号) DELIMITED BY SIZE
                  INTO 名簿行.
           WRITE 監督員名簿レコード FROM 名簿行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 名簿行.
           IF 表主任番号(教室番号) = ZERO
             THEN
               MOVE "  主任監督員:未配置" TO 名簿行
             ELSE
               MOVE 表主任番号(教室番号) TO 監督員番号
               STRING "  主任監督員:" DELIMITED BY SIZE
                      表監督員コード(監督員番号)
                      DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      表監督員氏名(監督員番号)
                      DELIMITED BY SIZE
                      INTO 名簿行
           END-IF.
           WRITE 監督員名簿レコード FROM 名簿行.
      *
       会場見出し出力－ＥＸ.
       EXIT.
      *
      ***********************************
       教室名簿出力           SECTION.
      ***********************************
      *
           MOVE SPACES TO 名簿行.
           STRING "  教室:" DELIMITED BY SIZE
                  表教室コード(教室番号) DELIMITED BY SIZE
                  " 受験者:" DELIMITED BY SIZE
                  表受験者数(教室番号) DELIMITED BY SIZE
                  " 必要:" DELIMITED BY SIZE
                  表必要数(教室番号) DELIMITED BY SIZE
                  INTO 名簿行.
           WRITE 監督員名簿レコード FROM 名簿行.
           PERFORM VARYING 監督員番号 FROM 1 BY 1
             UNTIL 監督員番号 > 監督員件数
             IF 表配置教室番号(監督員番号) = 教室番号
                AND 表役割区分(監督員番号) = "P"
               THEN
                 MOVE SPACES TO 名簿行
                 STRING "    " DELIMITED BY SIZE
                        表監督員コード(監督員番号)
                        DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        表監督員氏名(監督員番号)
                        DELIMITED BY SIZE
                        INTO 名簿行
                 WRITE 監督員名簿レコード FROM 名簿行
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       教室名簿出力－ＥＸ.
       EXIT.
      *
      ***********************************
       謝礼出力               SECTION.
      ***********************************
      *
      *  配置した監督員1名につき1件の支払を書き出す。主任には
      *  主任加算額を足す。
           OPEN OUTPUT 謝礼ファイル.
           PERFORM VARYING 監督員番号 FROM 1 BY 1
             UNTIL 監督員番号 > 監督員件数
             IF 表配置済(監督員番号) = "Y"
               THEN
                 MOVE 表配置教室番号(監督員番号)
                   TO 教室番号
                 INITIALIZE 謝礼レコード
                 MOVE 対象試験回 TO 謝礼試験回
                 MOVE 表監督員コード(監督員番号)
                   TO 謝礼監督員コード
                 MOVE 表監督員氏名(監督員番号)
                   TO 謝礼監督員氏名
                 MOVE 表会場コード(教室番号)
                   TO 謝礼会場コード
                 MOVE 表役割区分(監督員番号)
                   TO 謝礼役割区分
                 MOVE 表監督日当(監督員番号)
                   TO 支払額作業
                 IF 表役割区分(監督員番号) = "C"
                   THEN
                     ADD 主任加算額 TO 支払額作業
                   ELSE
                     MOVE 表教室コード(教室番号)
                       TO 謝礼教室コード
                 END-IF
                 MOVE 支払額作業 TO 謝礼支払額
                 ADD 支払額作業 TO 謝礼合計
                 WRITE 謝礼レコード
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           CLOSE 謝礼ファイル.
      *
       謝礼出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           DISPLAY "座席:" 座席件数
                   " 主任配置:" 主任配置件数
                   " 教室配置:" 教室配置件数.
           DISPLAY "不足箇所:" 不足件数
                   " 不足人数:" 不足人数合計
                   " 謝礼合計:" 謝礼合計.
      *
           DISPLAY "***PRO2088 END***".
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
