       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2097.
      *  成績提出状況の日次追跡。科目担当教員マスタ
      *  (KYOINTANTO2001)の科目・クラスの組ごとに、成績登録
      *  ファイル(SEISEKIIN2001)に届いた件数を提出予定件数と
      *  比べ、未提出・一部提出の組を教員別に成績提出状況一覧
      *  (TEISHUTSURPT2001)へ書き出す。提出期限は学期制御
      *  (GAKKI2001)の成績提出期限とし、期限を過ぎた組には
      *  超過営業日数(SUB2018)を添え、期限超過の教員ごとに
      *  督促状(TOKUSOKU2001)を出す。未完了の件数は成績提出
      *  状況(TEISHUTSUJOKYO2001)に残し、学期の締め(PRO2098)
      *  が参照する。学生のクラスは学生マスタ(GAKUSEIMASTER)
      *  で引く。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  処理対象の年度・学期と成績提出期限の学期制御ファイル。
           SELECT 学期制御ファイル ASSIGN TO
             "/home/suzuki/DATA/GAKKI2001"
             FILE STATUS IS 学期制御状態.
      *  科目・クラスの組ごとの担当教員。
           SELECT 担当マスタファイル ASSIGN TO
             "/home/suzuki/DATA/KYOINTANTO2001"
             FILE STATUS IS 担当状態.
      *  学生のクラスと在籍状況を引く学生マスタ。
           SELECT 学生マスタファイル ASSIGN TO
             "/home/suzuki/DATA/GAKUSEIMASTER"
             FILE STATUS IS 学生マスタ状態.
      *  dbpro01へ渡す成績登録ファイル。届いた分を数える。
           SELECT 成績登録ファイル ASSIGN TO
             "/home/suzuki/DATA/SEISEKIIN2001"
             FILE STATUS IS 成績登録状態.
      *  教員別の成績提出状況一覧。
           SELECT 状況一覧ファイル ASSIGN TO
             "/home/suzuki/DATA/TEISHUTSURPT2001"
             FILE STATUS IS 一覧状態.
      *  期限超過の教員あての督促状。1名1ページ。
           SELECT 督促状ファイル ASSIGN TO
             "/home/suzuki/DATA/TOKUSOKU2001"
             FILE STATUS IS 督促状態.
      *  学期の締めが参照する提出状況。毎回作り直す。
           SELECT 提出状況ファイル ASSIGN TO
             "/home/suzuki/DATA/TEISHUTSUJOKYO2001"
             FILE STATUS IS 提出状況状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  学期制御ファイル.
       01  学期制御レコード.
           COPY CP097.
       FD  担当マスタファイル.
       01  担当マスタレコード.
           COPY CP053.
       FD  学生マスタファイル.
       01  学生マスタレコード.
         03 マスタ学籍番号    PIC X(4).
         03 マスタ氏名        PIC X(40).
      *  在籍状況 1:在籍 2:休学 3:退学。
         03 マスタ在籍状況    PIC X(1).
         03 マスタクラス区分  PIC X(2).
         03 マスタ担任        PIC X(20).
       FD  成績登録ファイル.
       01  成績登録レコード.
         03 登録学籍番号      PIC X(4).
         03 登録氏名          PIC X(40).
         03 登録科目コード    PIC 9(3).
         03 登録得点          PIC 9(4).
       FD  状況一覧ファイル.
       01  状況一覧レコード   PIC X(100).
       FD  督促状ファイル.
       01  督促状レコード     PIC X(80).
       FD  提出状況ファイル.
       01  提出状況レコード.
           COPY CP054.
       WORKING-STORAGE        SECTION.
       01  状態.
         03 学期制御状態      PIC X(2).
         03 担当状態          PIC X(2).
         03 学生マスタ状態    PIC X(2).
         03 成績登録状態      PIC X(2).
         03 一覧状態          PIC X(2).
         03 督促状態          PIC X(2).
         03 提出状況状態      PIC X(2).
       01  実行日             PIC 9(8).
      *  対象の年度・学期と成績提出期限。
       01  対象年度           PIC 9(4).
       01  対象学期           PIC 9(1).
       01  提出期限           PIC 9(8) VALUE ZERO.
      *  学生マスタの読み込みテーブル。
       01  学生テーブルエリア.
         03 学生件数          PIC 9(3) VALUE ZERO.
         03 学生番号          PIC 9(3).
         03 学生エントリ      OCCURS 500 TIMES.
           05 表学籍番号      PIC X(4).
           05 表在籍状況      PIC X(1).
           05 表クラス区分    PIC X(2).
       01  登録クラス区分     PIC X(2).
      *  担当の読み込みテーブル。組ごとの予定・受領件数と判定を
      *  持つ。提出区分 C:提出済 P:一部提出 N:未提出。
       01  担当テーブルエリア.
         03 担当件数          PIC 9(3) VALUE ZERO.
         03 担当番号          PIC 9(3).
         03 比較番号          PIC 9(3).
         03 担当位置          PIC 9(3).
         03 担当エントリ      OCCURS 300 TIMES.
           05 表教員コード    PIC X(6).
           05 表担当科目      PIC 9(3).
           05 表担当クラス    PIC X(2).
           05 表教員名        PIC X(20).
           05 表予定件数      PIC 9(4).
           05 表受領件数      PIC 9(4).
           05 表提出区分      PIC X(1).
             88 表提出済      VALUE "C".
           05 表超過営業日数  PIC S9(4).
      *  超過判定 Y:期限超過 N:期限内 U:カレンダ外で不明。
           05 表超過区分      PIC X(1).
       01  入替エントリ       PIC X(45).
      *  同じ学生・科目の重複登録を数えないための受領済み一覧。
       01  受領テーブルエリア.
         03 受領件数          PIC 9(4) VALUE ZERO.
         03 受領番号          PIC 9(4).
         03 受領エントリ      OCCURS 3000 TIMES.
           05 表受領学籍番号  PIC X(4).
           05 表受領科目      PIC 9(3).
       01  重複フラグ         PIC X(1).
      *  教員単位のコントロールブレーク制御。
       01  現教員コード       PIC X(6).
       01  教員開始番号       PIC 9(3).
       01  教員未完了件数     PIC 9(3).
       01  教員超過件数       PIC 9(3).
       01  提出表示           PIC X(12).
       01  件数表示           PIC ZZZ9.
       01  日数表示           PIC ---9.
      *  件数集計。
       01  集計エリア.
         03 読込件数          PIC 9(5) VALUE ZERO.
         03 重複件数          PIC 9(5) VALUE ZERO.
         03 担当外件数        PIC 9(5) VALUE ZERO.
         03 提出済件数        PIC 9(4) VALUE ZERO.
         03 未完了件数        PIC 9(4) VALUE ZERO.
         03 遅延件数          PIC 9(4) VALUE ZERO.
         03 督促件数          PIC 9(4) VALUE ZERO.
       01  出力行             PIC X(100).
      *  営業日計算呼出し(SUB2018)への引き渡し情報。
       01  営業日計算情報.
           COPY CP044.
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
           DISPLAY "***PRO2097 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
      *  学期制御が無い場合は実行年・学期1・期限未設定とする。
           MOVE 実行日(1:4) TO 対象年度.
           MOVE 1 TO 対象学期.
           OPEN INPUT 学期制御ファイル.
           IF 学期制御状態 = "00"
             THEN
               READ 学期制御ファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE 制御年度 TO 対象年度
                   MOVE 制御学期 TO 対象学期
                   IF 制御提出期限 IS NUMERIC
                     THEN
                       MOVE 制御提出期限 TO 提出期限
                     ELSE
                       CONTINUE
                   END-IF
               END-READ
               CLOSE 学期制御ファイル
             ELSE
               DISPLAY "学期制御なし。既定値を使う。"
           END-IF.
           IF 提出期限 = ZERO
             THEN
               DISPLAY "提出期限未設定:" 対象年度 "-"
                       対象学期
               DISPLAY "期限超過の判定と督促状は"
                       "行わない。"
             ELSE
               CONTINUE
           END-IF.
      *
           PERFORM 担当マスタ読込.
           PERFORM 学生マスタ読込.
      *
           OPEN OUTPUT 状況一覧ファイル.
           OPEN OUTPUT 督促状ファイル.
           OPEN OUTPUT 提出状況ファイル.
           IF 一覧状態 NOT = "00"
              OR 督促状態 NOT = "00"
              OR 提出状況状態 NOT = "00"
             THEN
               MOVE "PRO2097" TO 発生プログラム名
               MOVE 一覧状態 TO 入出力状態
               MOVE "提出状況出力のオープンエラー"
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
       担当マスタ読込         SECTION.
      ***********************************
      *
      *  担当マスタが無ければ追跡できないので異常終了する。
           OPEN INPUT 担当マスタファイル.
           IF 担当状態 NOT = "00"
             THEN
               MOVE "PRO2097" TO 発生プログラム名
               MOVE 担当状態 TO 入出力状態
               MOVE "担当マスタのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 担当状態 NOT = "00"
             READ 担当マスタファイル
               AT END
                 CONTINUE
               NOT AT END
                 IF 担当件数 < 300
                   THEN
                     ADD 1 TO 担当件数
                     INITIALIZE 担当エントリ(担当件数)
                     MOVE 担当科目コード
                       TO 表担当科目(担当件数)
                     MOVE 担当クラス区分
                       TO 表担当クラス(担当件数)
                     MOVE 担当教員コード
                       TO 表教員コード(担当件数)
                     MOVE 担当教員名
                       TO 表教員名(担当件数)
                     MOVE 受講予定人数
                       TO 表予定件数(担当件数)
                   ELSE
                     DISPLAY "担当テーブル上限超過。"
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 担当マスタファイル.
      *
       担当マスタ読込－ＥＸ.
       EXIT.
      *
      ***********************************
       学生マスタ読込         SECTION.
      ***********************************
      *
      *  学生マスタを読み込み、受講予定人数の無い組の予定件数
      *  をそのクラスの在籍者数とする。
           OPEN INPUT 学生マスタファイル.
           IF 学生マスタ状態 NOT = "00"
             THEN
               DISPLAY "学生マスタなし。"
                       "クラス突合を省略。"
             ELSE
               PERFORM UNTIL 学生マスタ状態 NOT = "00"
                 READ 学生マスタファイル
                   AT END
                     CONTINUE
                   NOT AT END
                     IF 学生件数 < 500
                       THEN
                         ADD 1 TO 学生件数
                         MOVE マスタ学籍番号
                           TO 表学籍番号(学生件数)
                         MOVE マスタ在籍状況
                           TO 表在籍状況(学生件数)
                         MOVE マスタクラス区分
                           TO 表クラス区分(学生件数)
                       ELSE
                         DISPLAY "学生マスタテーブル"
                                 "上限超過。"
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 学生マスタファイル
           END-IF.
           PERFORM VARYING 担当番号 FROM 1 BY 1
             UNTIL 担当番号 > 担当件数
             IF 表予定件数(担当番号) = ZERO
               THEN
                 PERFORM VARYING 学生番号 FROM 1 BY 1
                   UNTIL 学生番号 > 学生件数
                   IF 表クラス区分(学生番号)
                      = 表担当クラス(担当番号)
                      AND 表在籍状況(学生番号) = "1"
                     THEN
                       ADD 1 TO 表予定件数(担当番号)
                     ELSE
                       CONTINUE
                   END-IF
                 END-PERFORM
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       学生マスタ読込－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
      *  届いた成績を組ごとに数える。成績登録ファイルが無い
      *  日は全組を未提出とする。
           OPEN INPUT 成績登録ファイル.
           IF 成績登録状態 NOT = "00"
             THEN
               DISPLAY "成績登録ファイルなし。"
             ELSE
               PERFORM UNTIL 成績登録状態 NOT = "00"
                 READ 成績登録ファイル
                   AT END
                     CONTINUE
                   NOT AT END
                     ADD 1 TO 読込件数
                     PERFORM 受領1件処理
                 END-READ
               END-PERFORM
               CLOSE 成績登録ファイル
           END-IF.
      *
           PERFORM VARYING 担当番号 FROM 1 BY 1
             UNTIL 担当番号 > 担当件数
             PERFORM 提出判定
           END-PERFORM.
           PERFORM 担当並べ替え.
           PERFORM 状況一覧出力.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       受領1件処理            SECTION.
      ***********************************
      *
      *  同じ学生・科目の2件目以降は数えない。
           MOVE "N" TO 重複フラグ.
           PERFORM VARYING 受領番号 FROM 1 BY 1
             UNTIL 受領番号 > 受領件数
                OR 重複フラグ = "Y"
             IF 表受領学籍番号(受領番号) = 登録学籍番号
                AND 表受領科目(受領番号)
                    = 登録科目コード
               THEN
                 MOVE "Y" TO 重複フラグ
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 重複フラグ = "Y"
             THEN
               ADD 1 TO 重複件数
               GO TO 受領1件処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 受領件数 < 3000
             THEN
               ADD 1 TO 受領件数
               MOVE 登録学籍番号
                 TO 表受領学籍番号(受領件数)
               MOVE 登録科目コード
                 TO 表受領科目(受領件数)
             ELSE
               DISPLAY "受領テーブル上限超過。"
           END-IF.
      *  学生のクラスを引き、科目・クラスの組に数える。
           MOVE SPACES TO 登録クラス区分.
           PERFORM VARYING 学生番号 FROM 1 BY 1
             UNTIL 学生番号 > 学生件数
             IF 表学籍番号(学生番号) = 登録学籍番号
               THEN
                 MOVE 表クラス区分(学生番号)
                   TO 登録クラス区分
                 MOVE 学生件数 TO 学生番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           MOVE ZERO TO 担当位置.
           PERFORM VARYING 担当番号 FROM 1 BY 1
             UNTIL 担当番号 > 担当件数
             IF 表担当科目(担当番号) = 登録科目コード
                AND 表担当クラス(担当番号)
                    = 登録クラス区分
               THEN
                 MOVE 担当番号 TO 担当位置
                 MOVE 担当件数 TO 担当番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 担当位置 = ZERO
             THEN
               ADD 1 TO 担当外件数
               DISPLAY "担当未登録 学籍番号:"
                       登録学籍番号
                       " 科目:" 登録科目コード
             ELSE
               ADD 1 TO 表受領件数(担当位置)
           END-IF.
      *
       受領1件処理－ＥＸ.
       EXIT.
      *
      ***********************************
       提出判定               SECTION.
      ***********************************
      *
      *  予定件数に届けば提出済。未完了の組は期限を過ぎて
      *  いれば期限翌日から実行日までの営業日数を超過日数
      *  とする。
           MOVE ZERO TO 表超過営業日数(担当番号).
           MOVE "N" TO 表超過区分(担当番号).
           EVALUATE TRUE
             WHEN 表受領件数(担当番号)
                  NOT < 表予定件数(担当番号)
               MOVE "C" TO 表提出区分(担当番号)
               ADD 1 TO 提出済件数
               GO TO 提出判定－ＥＸ
             WHEN 表受領件数(担当番号) = ZERO
               MOVE "N" TO 表提出区分(担当番号)
             WHEN OTHER
               MOVE "P" TO 表提出区分(担当番号)
           END-EVALUATE.
           ADD 1 TO 未完了件数.
           IF 提出期限 = ZERO
              OR 実行日 NOT > 提出期限
             THEN
               GO TO 提出判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 遅延件数.
           MOVE "C" TO 計算区分.
           MOVE 提出期限 TO 計算基準日.
           MOVE 実行日 TO 計算終了日.
           CALL "SUB2018" USING 営業日計算情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "20" TO 計算状態
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 計算状態 = "00"
             THEN
               MOVE "Y" TO 表超過区分(担当番号)
               MOVE 計算営業日数
                 TO 表超過営業日数(担当番号)
             ELSE
               MOVE "U" TO 表超過区分(担当番号)
           END-IF.
      *
       提出判定－ＥＸ.
       EXIT.
      *
      ***********************************
       担当並べ替え           SECTION.
      ***********************************
      *
      *  教員コード・科目・クラスの順に並べ替える。件数が
      *  少ないので単純な交換法による。
           PERFORM VARYING 担当番号 FROM 1 BY 1
             UNTIL 担当番号 >= 担当件数
             PERFORM VARYING 比較番号 FROM 担当番号 BY 1
               UNTIL 比較番号 > 担当件数
               IF 担当エントリ(比較番号)(1:11)
                  < 担当エントリ(担当番号)(1:11)
                 THEN
                   MOVE 担当エントリ(担当番号)
                     TO 入替エントリ
                   MOVE 担当エントリ(比較番号)
                     TO 担当エントリ(担当番号)
                   MOVE 入替エントリ
                     TO 担当エントリ(比較番号)
                 ELSE
                   CONTINUE
               END-IF
             END-PERFORM
           END-PERFORM.
      *
       担当並べ替え－ＥＸ.
       EXIT.
      *
      ***********************************
       状況一覧出力           SECTION.
      ***********************************
      *
           MOVE SPACES TO 出力行.
           STRING "成績提出状況 対象:" DELIMITED BY SIZE
                  対象年度 DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  対象学期 DELIMITED BY SIZE
                  " 提出期限:" DELIMITED BY SIZE
                  提出期限 DELIMITED BY SIZE
                  " 実行日:" DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 状況一覧レコード FROM 出力行.
      *  期限未設定の学期は超過を判定していないことを明示する。
           IF 提出期限 = ZERO
             THEN
               MOVE SPACES TO 出力行
               STRING "*提出期限未設定(学期日程"
                      DELIMITED BY SIZE
                      "GAKKINITTEI2001に登録なし)。"
                      DELIMITED BY SIZE
                      "期限超過の判定と督促状は"
                      DELIMITED BY SIZE
                      "行っていない。" DELIMITED BY SIZE
                      INTO 出力行
               WRITE 状況一覧レコード FROM 出力行
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 出力行.
           STRING "  科目 クラス 予定 受領 状況       "
                  DELIMITED BY SIZE
                  "超過営業日" DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 状況一覧レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
      *  教員の変わり目ごとに教員の未完了分を書く。
           MOVE 1 TO 教員開始番号.
           PERFORM VARYING 担当番号 FROM 1 BY 1
             UNTIL 担当番号 > 担当件数
             IF 担当番号 = 担当件数
                OR 表教員コード(担当番号 + 1)
                   NOT = 表教員コード(担当番号)
               THEN
                 PERFORM 教員1名出力
                 COMPUTE 教員開始番号 = 担当番号 + 1
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       状況一覧出力－ＥＸ.
       EXIT.
      *
      ***********************************
       教員1名出力            SECTION.
      ***********************************
      *
      *  教員開始番号から担当番号までが1名分。未完了の組が
      *  あれば教員の見出しと明細を書き、期限超過があれば
      *  督促状を出す。
           MOVE ZERO TO 教員未完了件数.
           MOVE ZERO TO 教員超過件数.
           PERFORM VARYING 比較番号 FROM 教員開始番号 BY 1
             UNTIL 比較番号 > 担当番号
             IF NOT 表提出済(比較番号)
               THEN
                 ADD 1 TO 教員未完了件数
                 IF 表超過区分(比較番号) NOT = "N"
                   THEN
                     ADD 1 TO 教員超過件数
                   ELSE
                     CONTINUE
                 END-IF
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 教員未完了件数 = ZERO
             THEN
               GO TO 教員1名出力－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 出力行.
           STRING 表教員コード(担当番号) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  表教員名(担当番号) DELIMITED BY "  "
                  " 未完了:" DELIMITED BY SIZE
                  教員未完了件数 DELIMITED BY SIZE
                  " 期限超過:" DELIMITED BY SIZE
                  教員超過件数 DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 状況一覧レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING 比較番号 FROM 教員開始番号 BY 1
             UNTIL 比較番号 > 担当番号
             IF NOT 表提出済(比較番号)
               THEN
                 PERFORM 明細行編集
                 WRITE 状況一覧レコード FROM 出力行
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 教員超過件数 > ZERO
             THEN
               PERFORM 督促状出力
             ELSE
               CONTINUE
           END-IF.
      *
       教員1名出力－ＥＸ.
       EXIT.
      *
      ***********************************
       明細行編集             SECTION.
      ***********************************
      *
      *  比較番号の組の明細を出力行に編集する。
           IF 表提出区分(比較番号) = "N"
             THEN
               MOVE "未提出" TO 提出表示
             ELSE
               MOVE "一部提出" TO 提出表示
           END-IF.
           MOVE SPACES TO 出力行.
           MOVE 表担当科目(比較番号) TO 出力行(3:3).
           MOVE 表担当クラス(比較番号) TO 出力行(8:2).
           MOVE 表予定件数(比較番号) TO 件数表示.
           MOVE 件数表示 TO 出力行(13:4).
           MOVE 表受領件数(比較番号) TO 件数表示.
           MOVE 件数表示 TO 出力行(18:4).
           MOVE 提出表示 TO 出力行(23:12).
           EVALUATE 表超過区分(比較番号)
             WHEN "Y"
               MOVE 表超過営業日数(比較番号) TO 日数表示
               MOVE 日数表示 TO 出力行(36:4)
             WHEN "U"
               MOVE "暦外" TO 出力行(36:6)
             WHEN OTHER
               MOVE "期限内" TO 出力行(36:9)
           END-EVALUATE.
      *
       明細行編集－ＥＸ.
       EXIT.
      *
      ***********************************
       督促状出力             SECTION.
      ***********************************
      *
           ADD 1 TO 督促件数.
           MOVE SPACES TO 出力行.
           MOVE "成績提出のお願い(督促)" TO 出力行.
           WRITE 督促状レコード FROM 出力行
             AFTER PAGE
           END-WRITE.
           MOVE SPACES TO 出力行.
           STRING 表教員名(担当番号) DELIMITED BY "  "
                  " 先生" DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 督促状レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 出力行.
           STRING 対象年度 DELIMITED BY SIZE
                  "年度 " DELIMITED BY SIZE
                  対象学期 DELIMITED BY SIZE
                  "学期の成績提出期限(" DELIMITED BY SIZE
                  提出期限 DELIMITED BY SIZE
                  ")を過ぎています。" DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 督促状レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 出力行.
           STRING "下記の科目・クラスの成績を"
                  DELIMITED BY SIZE
                  "至急ご提出ください。" DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 督促状レコード FROM 出力行.
           MOVE SPACES TO 出力行.
           STRING "  科目 クラス 予定 受領 状況       "
                  DELIMITED BY SIZE
                  "超過営業日" DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 督促状レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING 比較番号 FROM 教員開始番号 BY 1
             UNTIL 比較番号 > 担当番号
             IF NOT 表提出済(比較番号)
               THEN
                 PERFORM 明細行編集
                 WRITE 督促状レコード FROM 出力行
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           MOVE SPACES TO 出力行.
           MOVE "教務課" TO 出力行(50:9).
           WRITE 督促状レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
      *
       督促状出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           MOVE SPACES TO 出力行.
           STRING "担当組:" DELIMITED BY SIZE
                  担当件数 DELIMITED BY SIZE
                  " 提出済:" DELIMITED BY SIZE
                  提出済件数 DELIMITED BY SIZE
                  " 未完了:" DELIMITED BY SIZE
                  未完了件数 DELIMITED BY SIZE
                  " 期限超過:" DELIMITED BY SIZE
                  遅延件数 DELIMITED BY SIZE
                  " 担当外:" DELIMITED BY SIZE
                  担当外件数 DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 状況一覧レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
      *  学期の締めが参照する提出状況を書く。
           MOVE 対象年度 TO 状況年度.
           MOVE 対象学期 TO 状況学期.
           MOVE 実行日 TO 状況判定日.
           MOVE 担当件数 TO 状況担当件数.
           MOVE 未完了件数 TO 状況未完了件数.
           MOVE 遅延件数 TO 状況遅延件数.
           WRITE 提出状況レコード.
           CLOSE 状況一覧ファイル.
           CLOSE 督促状ファイル.
           CLOSE 提出状況ファイル.
           DISPLAY "読込:" 読込件数
                   " 重複:" 重複件数
                   " 未完了:" 未完了件数
                   " 期限超過:" 遅延件数
                   " 督促:" 督促件数.
      *
           DISPLAY "***PRO2097 END***".
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
