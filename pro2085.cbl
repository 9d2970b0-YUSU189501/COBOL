       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2085.
      *  資格手当の月次支給連携バッチ。資格台帳(SHIKAKUDAI2006)の
      *  有効(台帳状態区分1)で支給月の初日に期限の切れていない
      *  資格を、従業員コードと受験者IDの対応マスタ(EMPJUKEN2006)
      *  で人事ファイル(JINJI2001)の従業員へひも付け、休職中で
      *  ない在籍者に手当マスタ(TEATEMST2006)の支給月額を支給
      *  する。結果は給与連携ファイル(SHIKAKUTEATE2006)と支給月
      *  の世代ファイル(SHIKAKUTEATE2006.Gyyyymm)へ書き出し、前月
      *  の世代と比べて支給の開始・停止・額の変更を変動レポート
      *  (TEATEHENDO2006)に示す。支給年月はパラメタ
      *  (TEATEPARM2006)で指定でき、無ければ実行日の年月とする。
      *  PRO2057の失効処理の後に実行する。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  受験者ID・合格回・合格日・有効期限・状態の資格台帳。
           SELECT 資格台帳ファイル ASSIGN TO
             "/home/suzuki/DATA/SHIKAKUDAI2006"
             FILE STATUS IS 台帳状態.
      *  従業員コードと受験者IDの対応マスタ。
           SELECT 対応マスタファイル ASSIGN TO
             "/home/suzuki/DATA/EMPJUKEN2006"
             FILE STATUS IS 対応状態.
           SELECT 人事ファイル ASSIGN TO
             "/home/suzuki/DATA/JINJI2001"
             FILE STATUS IS 人事状態.
      *  手当コードごとの支給月額を持つ手当マスタ。
           SELECT 手当マスタファイル ASSIGN TO
             "/home/suzuki/DATA/TEATEMST2006"
             FILE STATUS IS 手当状態.
      *  支給年月を指定するパラメタ。
           SELECT 手当パラメタファイル ASSIGN TO
             "/home/suzuki/DATA/TEATEPARM2006"
             FILE STATUS IS パラメタ状態.
      *  給与システムへ渡す資格手当の連携ファイル。
           SELECT 給与連携ファイル ASSIGN TO
             "/home/suzuki/DATA/SHIKAKUTEATE2006"
             FILE STATUS IS 連携状態.
      *  支給月ごとの世代と、比較に使う前月の世代。
           SELECT 当月世代ファイル
             ASSIGN TO DYNAMIC 当月世代名
             FILE STATUS IS 当月世代状態.
           SELECT 前月世代ファイル
             ASSIGN TO DYNAMIC 前月世代名
             FILE STATUS IS 前月世代状態.
      *  支給の開始・停止・変更の変動レポート。
           SELECT 変動レポートファイル ASSIGN TO
             "/home/suzuki/DATA/TEATEHENDO2006"
             FILE STATUS IS レポート状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  資格台帳ファイル.
       01  資格台帳レコード.
         03 台帳受験者ID      PIC X(6).
         03 台帳合格試験回    PIC 9(2).
         03 台帳合格日        PIC 9(8).
         03 台帳有効期限日    PIC 9(8).
      *  台帳状態区分 1:有効 2:失効。
         03 台帳状態区分      PIC X(1).
       FD  対応マスタファイル.
       01  対応マスタレコード.
         03 対応従業員コード  PIC X(5).
         03 対応受験者ID      PIC X(6).
       FD  人事ファイル.
       01  人事レコード.
           COPY CP001.
       FD  手当マスタファイル.
       01  手当マスタレコード.
           COPY CP038.
       FD  手当パラメタファイル.
       01  手当パラメタレコード.
         03 指定支給年月      PIC 9(6).
       FD  給与連携ファイル.
       01  給与連携レコード.
           COPY CP039.
       FD  当月世代ファイル.
       01  当月世代レコード    PIC X(20).
       FD  前月世代ファイル.
       01  前月世代レコード.
           COPY CP039.
       FD  変動レポートファイル.
       01  変動レポートレコード PIC X(80).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 台帳状態          PIC X(2).
         03 対応状態          PIC X(2).
         03 人事状態          PIC X(2).
         03 手当状態          PIC X(2).
         03 パラメタ状態      PIC X(2).
         03 連携状態          PIC X(2).
         03 当月世代状態      PIC X(2).
         03 前月世代状態      PIC X(2).
         03 レポート状態      PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
       01  実行日分解 REDEFINES 実行日.
         03 実行年月          PIC 9(6).
         03 FILLER            PIC 9(2).
      *  支給年月と前月。資格は支給月の初日に有効なものを数える。
       01  支給年月           PIC 9(6).
       01  支給年月分解 REDEFINES 支給年月.
         03 支給年            PIC 9(4).
         03 支給月            PIC 9(2).
       01  前月年月           PIC 9(6).
       01  前月年月分解 REDEFINES 前月年月.
         03 前月年            PIC 9(4).
         03 前月月            PIC 9(2).
       01  支給月初日         PIC 9(8).
       01  当月世代名         PIC X(60).
       01  前月世代名         PIC X(60).
       01  前月世代フラグ     PIC X(1).
           88 前月世代あり    VALUE "Y".
      *  支給月に適用する資格手当。手当コードごとに適用開始年月
      *  が支給年月以前で最も新しい改定を持つ。
       01  手当テーブルエリア.
         03 手当件数          PIC 9(2) VALUE ZERO.
         03 手当番号          PIC 9(2).
         03 該当手当番号      PIC 9(2).
         03 手当エントリ      OCCURS 20 TIMES.
           05 表手当コード    PIC X(3).
           05 表手当名        PIC X(20).
           05 表適用開始年月  PIC 9(6).
           05 表支給月額      PIC 9(6).
      *  有効な資格を持つ受験者ID。
       01  台帳テーブルエリア.
         03 台帳件数          PIC 9(4) VALUE ZERO.
         03 台帳番号          PIC 9(4).
         03 台帳エントリ      OCCURS 1000 TIMES.
           05 表受験者ID      PIC X(6).
      *  人事ファイルの従業員。資格の有無は対応マスタで立てる。
       01  人事テーブルエリア.
         03 人事件数          PIC 9(4) VALUE ZERO.
         03 人事番号          PIC 9(4).
         03 該当人事番号      PIC 9(4).
         03 人事エントリ      OCCURS 1000 TIMES.
           05 表人事コード    PIC X(5).
           05 表在籍状態      PIC X(1).
           05 表資格有効      PIC X(1).
      *  前月の世代の支給内容。当月に支給したものに印を付ける。
       01  前月テーブルエリア.
         03 前月件数          PIC 9(4) VALUE ZERO.
         03 前月番号          PIC 9(4).
         03 該当前月番号      PIC 9(4).
         03 前月エントリ      OCCURS 2000 TIMES.
           05 表前月キー.
             07 表前月従業員コード PIC X(5).
             07 表前月手当コード PIC X(3).
           05 表前月支給額    PIC 9(6).
           05 表前月照合      PIC X(1).
       01  照合キー.
         03 照合従業員コード  PIC X(5).
         03 照合手当コード    PIC X(3).
       01  照合受験者ID       PIC X(6).
       01  有効判定フラグ     PIC X(1).
      *  変動レポートの1行分。
       01  変動区分           PIC X(6).
       01  変動前月額         PIC 9(6).
       01  変動当月額         PIC 9(6).
       01  変動理由           PIC X(40).
      *  件数集計。
       01  集計エリア.
         03 支給件数          PIC 9(5) VALUE ZERO.
         03 支給総額          PIC 9(9) VALUE ZERO.
         03 開始件数          PIC 9(5) VALUE ZERO.
         03 停止件数          PIC 9(5) VALUE ZERO.
         03 変更件数          PIC 9(5) VALUE ZERO.
         03 未登録件数        PIC 9(5) VALUE ZERO.
      *  レポートの明細行。金額を前に置き、理由を行末とする。
       01  変動明細行.
         03 明細区分          PIC X(6).
         03 FILLER            PIC X(2).
         03 明細従業員コード  PIC X(5).
         03 FILLER            PIC X(2).
         03 明細手当コード    PIC X(3).
         03 FILLER            PIC X(2).
         03 明細前月額        PIC ZZZ,ZZ9.
         03 FILLER            PIC X(2).
         03 明細当月額        PIC ZZZ,ZZ9.
         03 FILLER            PIC X(2).
         03 明細理由          PIC X(40).
         03 FILLER            PIC X(2).
       01  金額編集           PIC ZZZ,ZZZ,ZZ9.
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
           PERFORM 手当マスタ読込.
      *
           PERFORM 資格台帳読込.
      *
           PERFORM 人事読込.
      *
           PERFORM 資格ひも付け.
      *
           PERFORM 前月世代読込.
      *
           PERFORM 支給出力.
      *
           PERFORM 停止出力.
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
           DISPLAY "***PRO2085 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           MOVE 実行年月 TO 支給年月.
           OPEN INPUT 手当パラメタファイル.
           IF パラメタ状態 = "00"
             THEN
               READ 手当パラメタファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   IF 指定支給年月 IS NUMERIC AND
                      指定支給年月 > ZERO
                     THEN
                       MOVE 指定支給年月 TO 支給年月
                     ELSE
                       CONTINUE
                   END-IF
               END-READ
               CLOSE 手当パラメタファイル
             ELSE
               CONTINUE
           END-IF.
           COMPUTE 支給月初日 = 支給年月 * 100 + 1.
           MOVE 支給年月 TO 前月年月.
           IF 支給月 = 1
             THEN
               SUBTRACT 1 FROM 前月年
               MOVE 12 TO 前月月
             ELSE
               SUBTRACT 1 FROM 前月月
           END-IF.
           MOVE SPACES TO 当月世代名.
           STRING "/home/suzuki/DATA/SHIKAKUTEATE2006.G"
                    DELIMITED BY SIZE
                  支給年月 DELIMITED BY SIZE
                  INTO 当月世代名.
           MOVE SPACES TO 前月世代名.
           STRING "/home/suzuki/DATA/SHIKAKUTEATE2006.G"
                    DELIMITED BY SIZE
                  前月年月 DELIMITED BY SIZE
                  INTO 前月世代名.
           OPEN OUTPUT 変動レポートファイル.
           IF レポート状態 NOT = "00"
             THEN
               MOVE "PRO2085" TO 発生プログラム名
               MOVE レポート状態 TO 入出力状態
               MOVE "変動レポートのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO レポート行.
           STRING "資格手当 支給変動 支給年月:" DELIMITED
             BY SIZE
                  支給年月 DELIMITED BY SIZE
                  " 前月:" DELIMITED BY SIZE
                  前月年月 DELIMITED BY SIZE
                  " 実行日:" DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 変動レポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           STRING "区分  従業員 手当  前月額   当月額"
                    DELIMITED BY SIZE
                  "  理由" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 変動レポートレコード FROM レポート行.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       手当マスタ読込         SECTION.
      ***********************************
      *
      *  資格台帳の資格に対する手当(対象資格区分1)について、
      *  支給年月に適用する改定を手当コードごとに選ぶ。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 手当マスタファイル.
           IF 手当状態 NOT = "00"
             THEN
               MOVE "PRO2085" TO 発生プログラム名
               MOVE 手当状態 TO 入出力状態
               MOVE "手当マスタのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 手当マスタファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 対象資格区分 = "1" AND
                    適用開始年月 IS NUMERIC AND
                    適用開始年月 <= 支給年月
                   THEN
                     PERFORM 手当1件格納
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 手当マスタファイル.
           IF 手当件数 = ZERO
             THEN
               MOVE "PRO2085" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "適用する手当がありません"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
      *
       手当マスタ読込－ＥＸ.
       EXIT.
      *
      ***********************************
       手当1件格納            SECTION.
      ***********************************
      *
           MOVE ZERO TO 該当手当番号.
           PERFORM VARYING 手当番号 FROM 1 BY 1
             UNTIL 手当番号 > 手当件数
                OR 該当手当番号 > ZERO
             IF 表手当コード(手当番号) = 手当コード
               THEN
                 MOVE 手当番号 TO 該当手当番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当手当番号 = ZERO
             THEN
               IF 手当件数 >= 20
                 THEN
                   DISPLAY "手当テーブル上限超過:"
                           手当コード
                   GO TO 手当1件格納－ＥＸ
                 ELSE
                   ADD 1 TO 手当件数
                   MOVE 手当件数 TO 該当手当番号
                   MOVE ZERO
                     TO 表適用開始年月(該当手当番号)
               END-IF
             ELSE
               CONTINUE
           END-IF.
      *  同じ手当コードでは適用開始年月の新しい改定を採る。
           IF 適用開始年月 >=
                表適用開始年月(該当手当番号)
             THEN
               MOVE 手当コード
                 TO 表手当コード(該当手当番号)
               MOVE 手当名 TO 表手当名(該当手当番号)
               MOVE 適用開始年月
                 TO 表適用開始年月(該当手当番号)
               IF 支給月額 IS NUMERIC
                 THEN
                   MOVE 支給月額
                     TO 表支給月額(該当手当番号)
                 ELSE
                   MOVE ZERO TO 表支給月額(該当手当番号)
               END-IF
             ELSE
               CONTINUE
           END-IF.
      *
       手当1件格納－ＥＸ.
       EXIT.
      *
      ***********************************
       資格台帳読込           SECTION.
      ***********************************
      *
      *  有効で、支給月の初日に期限の切れていない資格だけを
      *  持つ。失効の処理が遅れていても期限で判定する。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 資格台帳ファイル.
           IF 台帳状態 NOT = "00"
             THEN
               MOVE "PRO2085" TO 発生プログラム名
               MOVE 台帳状態 TO 入出力状態
               MOVE "資格台帳のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 資格台帳ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 台帳状態区分 = "1" AND
                    台帳有効期限日 IS NUMERIC AND
                    台帳有効期限日 >= 支給月初日
                   THEN
                     IF 台帳件数 < 1000
                       THEN
                         ADD 1 TO 台帳件数
                         MOVE 台帳受験者ID
                           TO 表受験者ID(台帳件数)
                       ELSE
                         MOVE "PRO2085" TO 発生プログラム名
                         MOVE SPACES TO 入出力状態
                         MOVE "台帳テーブル上限超過"
                           TO 異常終了メッセージ
                         PERFORM 異常終了処理
                     END-IF
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 資格台帳ファイル.
      *
       資格台帳読込－ＥＸ.
       EXIT.
      *
      ***********************************
       人事読込               SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 人事ファイル.
           IF 人事状態 NOT = "00"
             THEN
               MOVE "PRO2085" TO 発生プログラム名
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
                 IF 人事件数 < 1000
                   THEN
                     ADD 1 TO 人事件数
                     MOVE 従業員コード
                       TO 表人事コード(人事件数)
                     MOVE 在籍状態区分
                       TO 表在籍状態(人事件数)
                     MOVE "N" TO 表資格有効(人事件数)
                   ELSE
                     MOVE "PRO2085" TO 発生プログラム名
                     MOVE SPACES TO 入出力状態
                     MOVE "人事テーブル上限超過"
                       TO 異常終了メッセージ
                     PERFORM 異常終了処理
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 人事ファイル.
      *
       人事読込－ＥＸ.
       EXIT.
      *
      ***********************************
       資格ひも付け           SECTION.
      ***********************************
      *
      *  対応マスタの受験者IDが有効な資格を持てば、その従業員に
      *  資格有効の印を付ける。複数の受験者IDを持つ従業員も
      *  支給は1件とする。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 対応マスタファイル.
           IF 対応状態 NOT = "00"
             THEN
               MOVE "PRO2085" TO 発生プログラム名
               MOVE 対応状態 TO 入出力状態
               MOVE "対応マスタのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 対応マスタファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 MOVE 対応受験者ID TO 照合受験者ID
                 PERFORM 有効資格検索
                 IF 有効判定フラグ = "Y"
                   THEN
                     PERFORM 資格有効設定
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 対応マスタファイル.
      *
       資格ひも付け－ＥＸ.
       EXIT.
      *
      ***********************************
       有効資格検索           SECTION.
      ***********************************
      *
           MOVE "N" TO 有効判定フラグ.
           PERFORM VARYING 台帳番号 FROM 1 BY 1
             UNTIL 台帳番号 > 台帳件数
                OR 有効判定フラグ = "Y"
             IF 表受験者ID(台帳番号) = 照合受験者ID
               THEN
                 MOVE "Y" TO 有効判定フラグ
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       有効資格検索－ＥＸ.
       EXIT.
      *
      ***********************************
       資格有効設定           SECTION.
      ***********************************
      *
           MOVE ZERO TO 該当人事番号.
           PERFORM VARYING 人事番号 FROM 1 BY 1
             UNTIL 人事番号 > 人事件数
                OR 該当人事番号 > ZERO
             IF 表人事コード(人事番号) =
                  対応従業員コード
               THEN
                 MOVE 人事番号 TO 該当人事番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当人事番号 = ZERO
             THEN
               ADD 1 TO 未登録件数
               DISPLAY "人事ファイル未登録:"
                       対応従業員コード
             ELSE
               MOVE "Y" TO 表資格有効(該当人事番号)
           END-IF.
      *
       資格有効設定－ＥＸ.
       EXIT.
      *
      ***********************************
       前月世代読込           SECTION.
      ***********************************
      *
      *  前月の世代が無ければ比較せず、当月の支給をすべて
      *  開始として示す。
           MOVE "N" TO 前月世代フラグ.
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 前月世代ファイル.
           IF 前月世代状態 NOT = "00"
             THEN
               DISPLAY "前月の世代なし:" 前月世代名
               GO TO 前月世代読込－ＥＸ
             ELSE
               MOVE "Y" TO 前月世代フラグ
           END-IF.
           PERFORM UNTIL 読込終了
             READ 前月世代ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 前月件数 < 2000
                   THEN
                     ADD 1 TO 前月件数
                     MOVE 連携従業員コード
                       OF 前月世代レコード
                       TO 表前月従業員コード(前月件数)
                     MOVE 連携手当コード
                       OF 前月世代レコード
                       TO 表前月手当コード(前月件数)
                     MOVE 連携支給額 OF 前月世代レコード
                       TO 表前月支給額(前月件数)
                     MOVE "N" TO 表前月照合(前月件数)
                   ELSE
                     MOVE "PRO2085" TO 発生プログラム名
                     MOVE SPACES TO 入出力状態
                     MOVE "前月テーブル上限超過"
                       TO 異常終了メッセージ
                     PERFORM 異常終了処理
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 前月世代ファイル.
      *
       前月世代読込－ＥＸ.
       EXIT.
      *
      ***********************************
       支給出力               SECTION.
      ***********************************
      *
      *  休職中でない在籍者で資格有効の従業員に、支給月額が0で
      *  ない手当ごとに1件を書き出し、前月と比べる。
           OPEN OUTPUT 給与連携ファイル.
           IF 連携状態 NOT = "00"
             THEN
               MOVE "PRO2085" TO 発生プログラム名
               MOVE 連携状態 TO 入出力状態
               MOVE "給与連携ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           OPEN OUTPUT 当月世代ファイル.
           IF 当月世代状態 NOT = "00"
             THEN
               MOVE "PRO2085" TO 発生プログラム名
               MOVE 当月世代状態 TO 入出力状態
               MOVE "当月世代のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING 人事番号 FROM 1 BY 1
             UNTIL 人事番号 > 人事件数
             IF 表資格有効(人事番号) = "Y" AND
                表在籍状態(人事番号) NOT = "2"
               THEN
                 PERFORM VARYING 手当番号 FROM 1 BY 1
                   UNTIL 手当番号 > 手当件数
                   IF 表支給月額(手当番号) > ZERO
                     THEN
                       PERFORM 支給1件出力
                     ELSE
                       CONTINUE
                   END-IF
                 END-PERFORM
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           CLOSE 給与連携ファイル.
           CLOSE 当月世代ファイル.
      *
       支給出力－ＥＸ.
       EXIT.
      *
      ***********************************
       支給1件出力            SECTION.
      ***********************************
      *
           MOVE 表人事コード(人事番号)
             TO 連携従業員コード OF 給与連携レコード.
           MOVE 表手当コード(手当番号)
             TO 連携手当コード OF 給与連携レコード.
           MOVE 表支給月額(手当番号)
             TO 連携支給額 OF 給与連携レコード.
           MOVE 支給年月
             TO 連携支給年月 OF 給与連携レコード.
           WRITE 給与連携レコード.
           WRITE 当月世代レコード FROM 給与連携レコード.
           ADD 1 TO 支給件数.
           ADD 表支給月額(手当番号) TO 支給総額.
      *  前月の支給と比べる。
           MOVE 表人事コード(人事番号)
             TO 照合従業員コード.
           MOVE 表手当コード(手当番号)
             TO 照合手当コード.
           MOVE ZERO TO 該当前月番号.
           PERFORM VARYING 前月番号 FROM 1 BY 1
             UNTIL 前月番号 > 前月件数
                OR 該当前月番号 > ZERO
             IF 表前月キー(前月番号) = 照合キー
               THEN
                 MOVE 前月番号 TO 該当前月番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当前月番号 = ZERO
             THEN
               MOVE "開始" TO 変動区分
               MOVE ZERO TO 変動前月額
               MOVE 表支給月額(手当番号) TO 変動当月額
               IF 前月世代あり
                 THEN
                   MOVE "資格の取得・復職など" TO 変動理由
                 ELSE
                   MOVE "前月の世代なし" TO 変動理由
               END-IF
               ADD 1 TO 開始件数
               PERFORM 変動出力
               GO TO 支給1件出力－ＥＸ
             ELSE
               MOVE "Y" TO 表前月照合(該当前月番号)
           END-IF.
           IF 表前月支給額(該当前月番号) NOT =
              表支給月額(手当番号)
             THEN
               MOVE "変更" TO 変動区分
               MOVE 表前月支給額(該当前月番号)
                 TO 変動前月額
               MOVE 表支給月額(手当番号) TO 変動当月額
               MOVE "手当マスタの改定" TO 変動理由
               ADD 1 TO 変更件数
               PERFORM 変動出力
             ELSE
               CONTINUE
           END-IF.
      *
       支給1件出力－ＥＸ.
       EXIT.
      *
      ***********************************
       停止出力               SECTION.
      ***********************************
      *
      *  前月に支給して当月に支給しないものを停止として示す。
           PERFORM VARYING 前月番号 FROM 1 BY 1
             UNTIL 前月番号 > 前月件数
             IF 表前月照合(前月番号) = "N"
               THEN
                 PERFORM 停止1件出力
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       停止出力－ＥＸ.
       EXIT.
      *
      ***********************************
       停止1件出力            SECTION.
      ***********************************
      *
      *  停止の理由を人事ファイルと資格の有無から判断する。
           MOVE ZERO TO 該当人事番号.
           PERFORM VARYING 人事番号 FROM 1 BY 1
             UNTIL 人事番号 > 人事件数
                OR 該当人事番号 > ZERO
             IF 表人事コード(人事番号) =
                表前月従業員コード(前月番号)
               THEN
                 MOVE 人事番号 TO 該当人事番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           EVALUATE TRUE
             WHEN 該当人事番号 = ZERO
               MOVE "人事ファイルに在籍なし" TO 変動理由
             WHEN 表在籍状態(該当人事番号) = "2"
               MOVE "休職中" TO 変動理由
             WHEN 表資格有効(該当人事番号) NOT = "Y"
               MOVE "資格の失効・期限切れ" TO 変動理由
             WHEN OTHER
               MOVE "手当の廃止" TO 変動理由
           END-EVALUATE.
           MOVE "停止" TO 変動区分.
           MOVE 表前月従業員コード(前月番号)
             TO 照合従業員コード.
           MOVE 表前月手当コード(前月番号)
             TO 照合手当コード.
           MOVE 表前月支給額(前月番号) TO 変動前月額.
           MOVE ZERO TO 変動当月額.
           ADD 1 TO 停止件数.
           PERFORM 変動出力.
      *
       停止1件出力－ＥＸ.
       EXIT.
      *
      ***********************************
       変動出力               SECTION.
      ***********************************
      *
           MOVE SPACES TO 変動明細行.
           MOVE 変動区分 TO 明細区分.
           MOVE 照合従業員コード TO 明細従業員コード.
           MOVE 照合手当コード TO 明細手当コード.
           MOVE 変動前月額 TO 明細前月額.
           MOVE 変動当月額 TO 明細当月額.
           MOVE 変動理由 TO 明細理由.
           WRITE 変動レポートレコード FROM 変動明細行.
      *
       変動出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           MOVE SPACES TO レポート行.
           STRING "開始:" DELIMITED BY SIZE
                  開始件数 DELIMITED BY SIZE
                  " 停止:" DELIMITED BY SIZE
                  停止件数 DELIMITED BY SIZE
                  " 変更:" DELIMITED BY SIZE
                  変更件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 変動レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE 支給総額 TO 金額編集.
           MOVE SPACES TO レポート行.
           STRING "当月支給:" DELIMITED BY SIZE
                  支給件数 DELIMITED BY SIZE
                  "件 支給総額:" DELIMITED BY SIZE
                  金額編集 DELIMITED BY SIZE
                  "円" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 変動レポートレコード FROM レポート行.
           PERFORM VARYING 手当番号 FROM 1 BY 1
             UNTIL 手当番号 > 手当件数
             MOVE 表支給月額(手当番号) TO 金額編集
             MOVE SPACES TO レポート行
             STRING "適用手当:" DELIMITED BY SIZE
                    表手当コード(手当番号) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    表適用開始年月(手当番号) DELIMITED
                      BY SIZE
                    "から" DELIMITED BY SIZE
                    金額編集 DELIMITED BY SIZE
                    "円 " DELIMITED BY SIZE
                    表手当名(手当番号) DELIMITED BY SIZE
                    INTO レポート行
             WRITE 変動レポートレコード FROM レポート行
           END-PERFORM.
           IF 未登録件数 > ZERO
             THEN
               MOVE SPACES TO レポート行
               STRING "人事ファイル未登録の対応:" DELIMITED
                 BY SIZE
                      未登録件数 DELIMITED BY SIZE
                      "件" DELIMITED BY SIZE
                      INTO レポート行
               WRITE 変動レポートレコード FROM レポート行
             ELSE
               CONTINUE
           END-IF.
           CLOSE 変動レポートファイル.
           DISPLAY "支給:" 支給件数
                   " 開始:" 開始件数
                   " 停止:" 停止件数
                   " 変更:" 変更件数.
      *
           DISPLAY "***PRO2085 END***".
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
