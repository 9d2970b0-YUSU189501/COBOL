       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2092.
      *  受験料日計表プログラム。入金ファイル(NYUKIN2006)の入金
      *  を受験者名簿(SHIKENMEIBOC)で試験回に振り分け、返金台帳
      *  (HENKINDAI2006)の返金とあわせて、試験回・日付ごとに
      *  受験料入金・名簿外入金・返金の件数と金額、差引額、
      *  試験回ごとの差引累計を日計表(NIKKEI2006)へ書き出す。
      *  入金の振り分けはPRO2031の消込と同じく、名簿にある受験者
      *  IDの最初の入金を受験料、それ以外を名簿外とする。名簿外
      *  入金は試験回が分からないので試験回00にまとめる。
      *  団体マスタ(DANTAIMST2006)の団体コードで届いた一括入金
      *  はPRO2031と同じく受験料とし、団体申込名簿
      *  (DANTAIMEIBO2006)の団員の試験回に計上する。
      *  保留名簿(MIHARAI2006)の件数を試験回ごとに添える。
      *  経理部門が取り込む仕訳連携ファイル(KAIKEIIF2006)を
      *  ヘッダ・トレーラ付きで作り、日計表の合計を消込レポート
      *  (NYUKINRPT2006)の消込計と照合して差異を示す。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  PRO2025の検査を通った受験者名簿。
           SELECT 名簿ファイル ASSIGN TO
             "/home/suzuki/DATA/SHIKENMEIBOC"
             FILE STATUS IS 名簿状態.
      *  受験者ID・入金額・入金日の入金ファイル。
           SELECT 入金ファイル ASSIGN TO
             "/home/suzuki/DATA/NYUKIN2006"
             FILE STATUS IS 入金状態.
      *  PRO2054が追記する返金の実施記録台帳。
           SELECT 返金台帳ファイル ASSIGN TO
             "/home/suzuki/DATA/HENKINDAI2006"
             FILE STATUS IS 返金状態.
      *  PRO2031が書き出す未入金者の保留名簿。
           SELECT 保留名簿ファイル ASSIGN TO
             "/home/suzuki/DATA/MIHARAI2006"
             FILE STATUS IS 保留状態.
      *  PRO2031の消込レポート。消込計の行を照合に使う。
           SELECT 消込レポートファイル ASSIGN TO
             "/home/suzuki/DATA/NYUKINRPT2006"
             FILE STATUS IS 消込状態.
      *  受験料日計表。
           SELECT 日計表ファイル ASSIGN TO
             "/home/suzuki/DATA/NIKKEI2006"
             FILE STATUS IS 日計状態.
      *  経理部門が取り込む仕訳連携ファイル。
           SELECT 仕訳連携ファイル ASSIGN TO
             "/home/suzuki/DATA/KAIKEIIF2006"
             FILE STATUS IS 仕訳状態.
      *  一括入金する団体のマスタと団体で申し込んだ受験者。
           SELECT 団体マスタファイル ASSIGN TO
             "/home/suzuki/DATA/DANTAIMST2006"
             FILE STATUS IS 団体状態.
           SELECT 団体名簿ファイル ASSIGN TO
             "/home/suzuki/DATA/DANTAIMEIBO2006"
             FILE STATUS IS 団体名簿状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  名簿ファイル.
       01  名簿レコード.
           COPY CP008.
       FD  入金ファイル.
       01  入金レコード.
           05 入金受験者ID    PIC X(06).
           05 入金額          PIC 9(08).
           05 入金日          PIC 9(08).
       FD  返金台帳ファイル.
       01  返金台帳レコード.
         03 台帳試験回        PIC 9(2).
         03 台帳受験者ID      PIC X(6).
         03 台帳返金額        PIC 9(8).
         03 台帳実施日        PIC 9(8).
       FD  保留名簿ファイル.
       01  保留名簿レコード.
           COPY CP008.
       FD  消込レポートファイル.
       01  消込レポートレコード PIC X(60).
       FD  日計表ファイル.
       01  日計表レコード     PIC X(80).
      *  仕訳区分 01:受験料入金 02:名簿外入金(仮受) 03:返金。
      *  先頭にヘッダ、末尾に件数と金額合計のトレーラを置く。
       FD  仕訳連携ファイル.
       01  仕訳連携レコード.
         03 仕訳日            PIC 9(8).
         03 仕訳試験回        PIC 9(2).
         03 仕訳区分          PIC X(2).
         03 仕訳借方科目      PIC X(6).
         03 仕訳貸方科目      PIC X(6).
         03 仕訳金額          PIC 9(10).
         03 仕訳摘要          PIC X(30).
       FD  団体マスタファイル.
       01  団体マスタレコード.
           COPY CP047.
       FD  団体名簿ファイル.
       01  団体名簿レコード.
           COPY CP048.
       WORKING-STORAGE        SECTION.
       01  状態.
         03 名簿状態          PIC X(2).
         03 入金状態          PIC X(2).
         03 返金状態          PIC X(2).
         03 保留状態          PIC X(2).
         03 消込状態          PIC X(2).
         03 日計状態          PIC X(2).
         03 仕訳状態          PIC X(2).
         03 団体状態          PIC X(2).
         03 団体名簿状態      PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
      *  仕訳に使う勘定科目コード。
       01  科目コード.
         03 普通預金科目      PIC X(6) VALUE "111200".
         03 受験料収入科目    PIC X(6) VALUE "411000".
         03 仮受金科目        PIC X(6) VALUE "215000".
      *  名簿の受験者IDと試験回。消込フラグで最初の入金だけを
      *  受験料とする。
       01  名簿テーブルエリア.
         03 名簿件数          PIC 9(4) VALUE ZERO.
         03 名簿番号          PIC 9(4).
         03 該当名簿番号      PIC 9(4).
         03 名簿エントリ      OCCURS 2000 TIMES.
           05 表名簿受験者ID  PIC X(6).
           05 表名簿試験回    PIC 9(2).
           05 表名簿消込      PIC X(1).
      *  団体コードと団員の試験回。団員の無い団体は試験回00。
       01  団体テーブルエリア.
         03 団体件数          PIC 9(3) VALUE ZERO.
         03 団体番号          PIC 9(3).
         03 該当団体番号      PIC 9(3).
         03 団体エントリ      OCCURS 200 TIMES.
           05 表団体コード    PIC X(6).
           05 表団体試験回    PIC 9(2).
      *  試験回・日付の順に並べた日計の集計テーブル。
       01  日計テーブルエリア.
         03 日計件数          PIC 9(4) VALUE ZERO.
         03 日計番号          PIC 9(4).
         03 挿入位置          PIC 9(4).
         03 日計エントリ      OCCURS 1000 TIMES.
           05 表日計キー.
             07 表日計試験回  PIC 9(2).
             07 表日計日付    PIC 9(8).
           05 表入金件数      PIC 9(5).
           05 表入金額        PIC 9(10).
           05 表名簿外件数    PIC 9(5).
           05 表名簿外額      PIC 9(10).
           05 表返金件数      PIC 9(5).
           05 表返金額        PIC 9(10).
       01  探索キー.
         03 探索試験回        PIC 9(2).
         03 探索日付          PIC 9(8).
      *  試験回00から99までの保留名簿の件数。
       01  保留件数表.
         03 保留件数          PIC 9(5) OCCURS 100 TIMES.
       01  保留位置           PIC 9(3).
       01  前試験回           PIC 9(2).
       01  差引額             PIC S9(11).
       01  試験回計エリア.
         03 回入金件数        PIC 9(5).
         03 回入金額          PIC 9(10).
         03 回名簿外件数      PIC 9(5).
         03 回名簿外額        PIC 9(10).
         03 回返金件数        PIC 9(5).
         03 回返金額          PIC 9(10).
         03 回差引累計        PIC S9(11).
       01  総計エリア.
         03 総入金件数        PIC 9(5) VALUE ZERO.
         03 総入金額          PIC 9(10) VALUE ZERO.
         03 総名簿外件数      PIC 9(5) VALUE ZERO.
         03 総名簿外額        PIC 9(10) VALUE ZERO.
         03 総返金件数        PIC 9(5) VALUE ZERO.
         03 総返金額          PIC 9(10) VALUE ZERO.
         03 総差引額          PIC S9(11) VALUE ZERO.
      *  消込レポートの消込計の行。PRO2031の編集位置に合わせる。
       01  消込計行.
         03 消込計見出し      PIC X(17).
         03 消込計入金件数    PIC 9(5).
         03 FILLER            PIC X(1).
         03 消込計入金額      PIC 9(10).
         03 FILLER            PIC X(11).
         03 消込計名簿外件数  PIC 9(5).
         03 FILLER            PIC X(1).
         03 消込計名簿外額    PIC 9(10).
       01  消込計フラグ       PIC X(1) VALUE "N".
           88 消込計あり      VALUE "Y".
       01  差異件数           PIC 9(2) VALUE ZERO.
      *  仕訳連携のヘッダ・トレーラ制御レコードの編集領域。
       01  ヘッダ作業.
         03 ヘッダ区分        PIC X(3).
         03 ヘッダフィードID  PIC X(12).
         03 ヘッダ作成日      PIC 9(8).
       01  トレーラ作業.
         03 トレーラ区分      PIC X(3).
         03 トレーラ件数      PIC 9(7).
         03 トレーラ合計      PIC 9(13).
       01  制御レコード編集   PIC X(41).
       01  仕訳件数           PIC 9(7) VALUE ZERO.
       01  仕訳合計           PIC 9(13) VALUE ZERO.
       01  レポート行         PIC X(80).
      *  日計表の明細行。
       01  明細行.
         03 明細日付          PIC X(8).
         03 FILLER            PIC X(1) VALUE SPACE.
         03 明細入金件数      PIC ZZZ9.
         03 FILLER            PIC X(1) VALUE SPACE.
         03 明細入金額        PIC ZZ,ZZZ,ZZ9.
         03 FILLER            PIC X(1) VALUE SPACE.
         03 明細名簿外件数    PIC ZZZ9.
         03 FILLER            PIC X(1) VALUE SPACE.
         03 明細名簿外額      PIC ZZ,ZZZ,ZZ9.
         03 FILLER            PIC X(1) VALUE SPACE.
         03 明細返金件数      PIC ZZZ9.
         03 FILLER            PIC X(1) VALUE SPACE.
         03 明細返金額        PIC ZZ,ZZZ,ZZ9.
         03 FILLER            PIC X(1) VALUE SPACE.
         03 明細差引額        PIC ---,---,--9.
         03 FILLER            PIC X(1) VALUE SPACE.
         03 明細累計額        PIC ---,---,--9.
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
           PERFORM 入金集計.
      *
           PERFORM 返金集計.
      *
           PERFORM 保留集計.
      *
           PERFORM 日計表出力.
      *
           PERFORM 消込照合.
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
           DISPLAY "***PRO2092 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           INITIALIZE 保留件数表.
      *  名簿の受験者IDと試験回をテーブルへ読み込む。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 名簿ファイル.
           IF 名簿状態 NOT = "00"
             THEN
               MOVE "PRO2092" TO 発生プログラム名
               MOVE 名簿状態 TO 入出力状態
               MOVE "名簿ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 名簿ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 EVALUATE 名簿レコード(1:3)
                   WHEN "HDR"
                     CONTINUE
                   WHEN "TRL"
                     CONTINUE
                   WHEN OTHER
                     PERFORM 名簿登録
                 END-EVALUATE
             END-READ
           END-PERFORM.
           CLOSE 名簿ファイル.
           PERFORM 団体読込.
           OPEN OUTPUT 日計表ファイル.
           OPEN OUTPUT 仕訳連携ファイル.
      *  受け取り側の検証が通るようヘッダを付ける。
           MOVE "HDR" TO ヘッダ区分.
           MOVE SPACES TO ヘッダフィードID.
           STRING "KAIKEI" DELIMITED BY SIZE
                  実行日 (3:6) DELIMITED BY SIZE
                  INTO ヘッダフィードID.
           MOVE 実行日 TO ヘッダ作成日.
           MOVE ヘッダ作業 TO 制御レコード編集.
           WRITE 仕訳連携レコード FROM 制御レコード編集.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       名簿登録               SECTION.
      ***********************************
      *
           IF 名簿件数 >= 2000
             THEN
               MOVE "PRO2092" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "名簿テーブル上限超過"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 名簿件数.
           MOVE 受験者ID OF 名簿レコード
             TO 表名簿受験者ID(名簿件数).
           MOVE 試験回 OF 名簿レコード
             TO 表名簿試験回(名簿件数).
           MOVE SPACE TO 表名簿消込(名簿件数).
      *
       名簿登録－ＥＸ.
       EXIT.
      *
      ***********************************
       入金集計               SECTION.
      ***********************************
      *
      *  入金を名簿の試験回と入金日で集計する。同じ受験者IDの
      *  2件目以降と名簿に無い入金は名簿外とする。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 入金ファイル.
           IF 入金状態 NOT = "00"
             THEN
               DISPLAY "入金ファイルなし。"
               GO TO 入金集計－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 入金ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 PERFORM 入金振分
             END-READ
           END-PERFORM.
           CLOSE 入金ファイル.
      *
       入金集計－ＥＸ.
       EXIT.
      *
      ***********************************
       入金振分               SECTION.
      ***********************************
      *
           MOVE 入金日 TO 探索日付.
      *  団体コードの入金は団員の試験回の受験料とする。
           MOVE ZERO TO 該当団体番号.
           PERFORM VARYING 団体番号 FROM 1 BY 1
             UNTIL 団体番号 > 団体件数
             IF 表団体コード(団体番号) = 入金受験者ID
               THEN
                 MOVE 団体番号 TO 該当団体番号
                 MOVE 団体件数 TO 団体番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当団体番号 > ZERO
             THEN
               MOVE 表団体試験回(該当団体番号)
                 TO 探索試験回
               PERFORM 日計検索
               ADD 1 TO 表入金件数(日計番号)
               ADD 入金額 TO 表入金額(日計番号)
               ADD 1 TO 総入金件数
               ADD 入金額 TO 総入金額
               GO TO 入金振分－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE ZERO TO 該当名簿番号.
           PERFORM VARYING 名簿番号 FROM 1 BY 1
             UNTIL 名簿番号 > 名簿件数
             IF 表名簿受験者ID(名簿番号) = 入金受験者ID
               THEN
                 MOVE 名簿番号 TO 該当名簿番号
                 MOVE 名簿件数 TO 名簿番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当名簿番号 > ZERO
              AND 表名簿消込(該当名簿番号) = SPACE
             THEN
               MOVE "Y" TO 表名簿消込(該当名簿番号)
               MOVE 表名簿試験回(該当名簿番号)
                 TO 探索試験回
               PERFORM 日計検索
               ADD 1 TO 表入金件数(日計番号)
               ADD 入金額 TO 表入金額(日計番号)
               ADD 1 TO 総入金件数
               ADD 入金額 TO 総入金額
             ELSE
               MOVE ZERO TO 探索試験回
               PERFORM 日計検索
               ADD 1 TO 表名簿外件数(日計番号)
               ADD 入金額 TO 表名簿外額(日計番号)
               ADD 1 TO 総名簿外件数
               ADD 入金額 TO 総名簿外額
           END-IF.
      *
       入金振分－ＥＸ.
       EXIT.
      *
      ***********************************
       団体読込               SECTION.
      ***********************************
      *
      *  団体マスタの団体コードを読み、団体申込名簿の最初の
      *  団員の試験回を付ける。団体申込名簿が無い場合は
      *  PRO2031と同じく団体の入金を扱わない。
           OPEN INPUT 団体マスタファイル.
           IF 団体状態 NOT = "00"
             THEN
               GO TO 団体読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 団体マスタファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 団体件数 < 200
                   THEN
                     ADD 1 TO 団体件数
                     MOVE 団体コード
                       TO 表団体コード(団体件数)
                     MOVE ZERO TO 表団体試験回(団体件数)
                   ELSE
                     MOVE "PRO2092" TO 発生プログラム名
                     MOVE SPACES TO 入出力状態
                     MOVE "団体テーブル上限超過"
                       TO 異常終了メッセージ
                     PERFORM 異常終了処理
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 団体マスタファイル.
           OPEN INPUT 団体名簿ファイル.
           IF 団体名簿状態 NOT = "00"
             THEN
               MOVE ZERO TO 団体件数
               GO TO 団体読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 団体名簿ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 PERFORM VARYING 団体番号 FROM 1 BY 1
                   UNTIL 団体番号 > 団体件数
                   IF 表団体コード(団体番号) =
                      団員団体コード
                      AND 表団体試験回(団体番号) = ZERO
                     THEN
                       MOVE 団員試験回
                         TO 表団体試験回(団体番号)
                     ELSE
                       CONTINUE
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM.
           CLOSE 団体名簿ファイル.
      *
       団体読込－ＥＸ.
       EXIT.
      *
      ***********************************
       返金集計               SECTION.
      ***********************************
      *
      *  返金台帳の返金を試験回と実施日で集計する。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 返金台帳ファイル.
           IF 返金状態 NOT = "00"
             THEN
               DISPLAY "返金台帳なし。"
               GO TO 返金集計－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 返金台帳ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 MOVE 台帳試験回 TO 探索試験回
                 MOVE 台帳実施日 TO 探索日付
                 PERFORM 日計検索
                 ADD 1 TO 表返金件数(日計番号)
                 ADD 台帳返金額 TO 表返金額(日計番号)
                 ADD 1 TO 総返金件数
                 ADD 台帳返金額 TO 総返金額
             END-READ
           END-PERFORM.
           CLOSE 返金台帳ファイル.
      *
       返金集計－ＥＸ.
       EXIT.
      *
      ***********************************
       日計検索               SECTION.
      ***********************************
      *
      *  探索キーの行を探し、無ければ試験回・日付の順を保つ
      *  位置へ行を挿入する。見つけた行を日計番号に返す。
           MOVE ZERO TO 挿入位置.
           PERFORM VARYING 日計番号 FROM 1 BY 1
             UNTIL 日計番号 > 日計件数
             IF 表日計キー(日計番号) >= 探索キー
               THEN
                 MOVE 日計番号 TO 挿入位置
                 MOVE 日計件数 TO 日計番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 挿入位置 > ZERO
             THEN
               IF 表日計キー(挿入位置) = 探索キー
                 THEN
                   MOVE 挿入位置 TO 日計番号
                   GO TO 日計検索－ＥＸ
                 ELSE
                   CONTINUE
               END-IF
             ELSE
               COMPUTE 挿入位置 = 日計件数 + 1
           END-IF.
           IF 日計件数 >= 1000
             THEN
               MOVE "PRO2092" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "日計テーブル上限超過"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING 日計番号 FROM 日計件数 BY -1
             UNTIL 日計番号 < 挿入位置
             MOVE 日計エントリ(日計番号)
               TO 日計エントリ(日計番号 + 1)
           END-PERFORM.
           ADD 1 TO 日計件数.
           INITIALIZE 日計エントリ(挿入位置).
           MOVE 探索キー TO 表日計キー(挿入位置).
           MOVE 挿入位置 TO 日計番号.
      *
       日計検索－ＥＸ.
       EXIT.
      *
      ***********************************
       保留集計               SECTION.
      ***********************************
      *
      *  保留名簿の件数を試験回ごとに数える。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 保留名簿ファイル.
           IF 保留状態 NOT = "00"
             THEN
               GO TO 保留集計－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 保留名簿ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 COMPUTE 保留位置 =
                   試験回 OF 保留名簿レコード + 1
                 ADD 1 TO 保留件数(保留位置)
             END-READ
           END-PERFORM.
           CLOSE 保留名簿ファイル.
      *
       保留集計－ＥＸ.
       EXIT.
      *
      ***********************************
       日計表出力             SECTION.
      ***********************************
      *
      *  試験回ごとに日付順の明細と小計を書き、差引額を試験回
      *  の累計として積み上げる。明細ごとに仕訳を起こす。
           MOVE SPACES TO レポート行.
           STRING "受験料 日計表  作成日:" DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 日計表レコード FROM レポート行.
      *  見出しは明細行の各欄の位置に合わせて置く。
           MOVE SPACES TO レポート行.
           MOVE "日付"     TO レポート行(1:6).
           MOVE "件数"     TO レポート行(10:6).
           MOVE "受験料"   TO レポート行(16:9).
           MOVE "件数"     TO レポート行(26:6).
           MOVE "名簿外"   TO レポート行(32:9).
           MOVE "件数"     TO レポート行(42:6).
           MOVE "返金額"   TO レポート行(48:9).
           MOVE "差引額"   TO レポート行(60:9).
           MOVE "差引累計" TO レポート行(69:12).
           WRITE 日計表レコード FROM レポート行.
           PERFORM VARYING 日計番号 FROM 1 BY 1
             UNTIL 日計番号 > 日計件数
             IF 日計番号 = 1
                OR 表日計試験回(日計番号) NOT = 前試験回
               THEN
                 IF 日計番号 > 1
                   THEN
                     PERFORM 試験回計出力
                   ELSE
                     CONTINUE
                 END-IF
                 MOVE 表日計試験回(日計番号) TO 前試験回
                 INITIALIZE 試験回計エリア
                 PERFORM 試験回見出し出力
               ELSE
                 CONTINUE
             END-IF
             PERFORM 日計明細出力
           END-PERFORM.
           IF 日計件数 > ZERO
             THEN
               PERFORM 試験回計出力
             ELSE
               CONTINUE
           END-IF.
           COMPUTE 総差引額 =
             総入金額 + 総名簿外額 - 総返金額.
           MOVE SPACES TO 明細日付.
           MOVE 総入金件数   TO 明細入金件数.
           MOVE 総入金額     TO 明細入金額.
           MOVE 総名簿外件数 TO 明細名簿外件数.
           MOVE 総名簿外額   TO 明細名簿外額.
           MOVE 総返金件数   TO 明細返金件数.
           MOVE 総返金額     TO 明細返金額.
           MOVE 総差引額     TO 明細差引額.
           MOVE 総差引額     TO 明細累計額.
           MOVE 明細行 TO レポート行.
           MOVE "総合計" TO レポート行(1:9).
           WRITE 日計表レコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
      *
       日計表出力－ＥＸ.
       EXIT.
      *
      ***********************************
       試験回見出し出力       SECTION.
      ***********************************
      *
           MOVE SPACES TO レポート行.
           IF 前試験回 = ZERO
             THEN
               MOVE "試験回:不明(名簿外入金)"
                 TO レポート行
             ELSE
               STRING "試験回:" DELIMITED BY SIZE
                      前試験回 DELIMITED BY SIZE
                      INTO レポート行
           END-IF.
           WRITE 日計表レコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
      *
       試験回見出し出力－ＥＸ.
       EXIT.
      *
      ***********************************
       日計明細出力           SECTION.
      ***********************************
      *
           COMPUTE 差引額 = 表入金額(日計番号)
                          + 表名簿外額(日計番号)
                          - 表返金額(日計番号).
           ADD 表入金件数(日計番号)   TO 回入金件数.
           ADD 表入金額(日計番号)     TO 回入金額.
           ADD 表名簿外件数(日計番号) TO 回名簿外件数.
           ADD 表名簿外額(日計番号)   TO 回名簿外額.
           ADD 表返金件数(日計番号)   TO 回返金件数.
           ADD 表返金額(日計番号)     TO 回返金額.
           ADD 差引額 TO 回差引累計.
           MOVE 表日計日付(日計番号)   TO 明細日付.
           MOVE 表入金件数(日計番号)   TO 明細入金件数.
           MOVE 表入金額(日計番号)     TO 明細入金額.
           MOVE 表名簿外件数(日計番号)
             TO 明細名簿外件数.
           MOVE 表名簿外額(日計番号)   TO 明細名簿外額.
           MOVE 表返金件数(日計番号)   TO 明細返金件数.
           MOVE 表返金額(日計番号)     TO 明細返金額.
           MOVE 差引額                 TO 明細差引額.
           MOVE 回差引累計             TO 明細累計額.
           WRITE 日計表レコード FROM 明細行.
      *  受験料入金・名簿外入金・返金ごとに仕訳を起こす。
           IF 表入金額(日計番号) > ZERO
             THEN
               MOVE "01" TO 仕訳区分
               MOVE 普通預金科目   TO 仕訳借方科目
               MOVE 受験料収入科目 TO 仕訳貸方科目
               MOVE 表入金額(日計番号) TO 仕訳金額
               MOVE "受験料入金" TO 仕訳摘要
               PERFORM 仕訳出力
             ELSE
               CONTINUE
           END-IF.
           IF 表名簿外額(日計番号) > ZERO
             THEN
               MOVE "02" TO 仕訳区分
               MOVE 普通預金科目   TO 仕訳借方科目
               MOVE 仮受金科目     TO 仕訳貸方科目
               MOVE 表名簿外額(日計番号) TO 仕訳金額
               MOVE "名簿外入金(仮受)" TO 仕訳摘要
               PERFORM 仕訳出力
             ELSE
               CONTINUE
           END-IF.
           IF 表返金額(日計番号) > ZERO
             THEN
               MOVE "03" TO 仕訳区分
               MOVE 受験料収入科目 TO 仕訳借方科目
               MOVE 普通預金科目   TO 仕訳貸方科目
               MOVE 表返金額(日計番号) TO 仕訳金額
               MOVE "欠席者返金" TO 仕訳摘要
               PERFORM 仕訳出力
             ELSE
               CONTINUE
           END-IF.
      *
       日計明細出力－ＥＸ.
       EXIT.
      *
      ***********************************
       仕訳出力               SECTION.
      ***********************************
      *
           MOVE 表日計日付(日計番号)   TO 仕訳日.
           MOVE 表日計試験回(日計番号) TO 仕訳試験回.
           WRITE 仕訳連携レコード.
           ADD 1 TO 仕訳件数.
           ADD 仕訳金額 TO 仕訳合計.
      *
       仕訳出力－ＥＸ.
       EXIT.
      *
      ***********************************
       試験回計出力           SECTION.
      ***********************************
      *
           MOVE SPACES TO 明細日付.
           MOVE 回入金件数   TO 明細入金件数.
           MOVE 回入金額     TO 明細入金額.
           MOVE 回名簿外件数 TO 明細名簿外件数.
           MOVE 回名簿外額   TO 明細名簿外額.
           MOVE 回返金件数   TO 明細返金件数.
           MOVE 回返金額     TO 明細返金額.
           MOVE 回差引累計   TO 明細差引額.
           MOVE 回差引累計   TO 明細累計額.
           MOVE 明細行 TO レポート行.
           MOVE "小計" TO レポート行(1:6).
           WRITE 日計表レコード FROM レポート行.
           COMPUTE 保留位置 = 前試験回 + 1.
           IF 保留件数(保留位置) > ZERO
             THEN
               MOVE SPACES TO レポート行
               STRING "  保留名簿(未入金・期限後):"
                      DELIMITED BY SIZE
                      保留件数(保留位置) DELIMITED BY SIZE
                      "件" DELIMITED BY SIZE
                      INTO レポート行
               WRITE 日計表レコード FROM レポート行
             ELSE
               CONTINUE
           END-IF.
      *
       試験回計出力－ＥＸ.
       EXIT.
      *
      ***********************************
       消込照合               SECTION.
      ***********************************
      *
      *  消込レポートの消込計と日計表の入金・名簿外入金の件数
      *  と金額を比べ、食い違いを日計表に示す。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 消込レポートファイル.
           IF 消込状態 = "00"
             THEN
               PERFORM UNTIL 読込終了
                 READ 消込レポートファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     IF 消込レポートレコード(1:17)
                        = "消込計 入金:"
                       THEN
                         MOVE 消込レポートレコード
                           TO 消込計行
                         MOVE "Y" TO 消込計フラグ
                       ELSE
                         CONTINUE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 消込レポートファイル
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO レポート行.
           IF NOT 消込計あり
             THEN
               MOVE 1 TO 差異件数
               STRING "＊照合不能:"
                      "消込レポートに消込計なし"
                      DELIMITED BY SIZE
                      INTO レポート行
               WRITE 日計表レコード FROM レポート行
                 AFTER 2 LINE
               END-WRITE
               GO TO 消込照合－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 消込計入金件数 NOT = 総入金件数
              OR 消込計入金額 NOT = 総入金額
             THEN
               ADD 1 TO 差異件数
               STRING "＊不一致 受験料入金 日計:"
                      DELIMITED BY SIZE
                      総入金件数 DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      総入金額 DELIMITED BY SIZE
                      " 消込:" DELIMITED BY SIZE
                      消込計入金件数 DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      消込計入金額 DELIMITED BY SIZE
                      INTO レポート行
               WRITE 日計表レコード FROM レポート行
                 AFTER 2 LINE
               END-WRITE
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO レポート行.
           IF 消込計名簿外件数 NOT = 総名簿外件数
              OR 消込計名簿外額 NOT = 総名簿外額
             THEN
               ADD 1 TO 差異件数
               STRING "＊不一致 名簿外入金 日計:"
                      DELIMITED BY SIZE
                      総名簿外件数 DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      総名簿外額 DELIMITED BY SIZE
                      " 消込:" DELIMITED BY SIZE
                      消込計名簿外件数 DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      消込計名簿外額 DELIMITED BY SIZE
                      INTO レポート行
               WRITE 日計表レコード FROM レポート行
             ELSE
               CONTINUE
           END-IF.
           IF 差異件数 = ZERO
             THEN
               MOVE "消込レポートとの照合:一致"
                 TO レポート行
               WRITE 日計表レコード FROM レポート行
                 AFTER 2 LINE
               END-WRITE
             ELSE
               CONTINUE
           END-IF.
      *
       消込照合－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           MOVE "TRL" TO トレーラ区分.
           MOVE 仕訳件数 TO トレーラ件数.
           MOVE 仕訳合計 TO トレーラ合計.
           MOVE トレーラ作業 TO 制御レコード編集.
           WRITE 仕訳連携レコード FROM 制御レコード編集.
           CLOSE 仕訳連携ファイル.
           CLOSE 日計表ファイル.
           DISPLAY "入金:" 総入金件数
                   " 名簿外:" 総名簿外件数
                   " 返金:" 総返金件数
                   " 仕訳:" 仕訳件数.
           IF 差異件数 > ZERO
             THEN
               DISPLAY "消込レポートと不一致あり。"
             ELSE
               CONTINUE
           END-IF.
           DISPLAY "***PRO2092 END***".
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
