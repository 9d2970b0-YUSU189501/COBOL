      *  通し、未入金者は保留名簿(MIHARAI2006)へ退避する。
      *  入金済・未入金・名簿外入金の明細を消込レポートに
      *  書き出す。PRO2006は入金済名簿を読み込む。
      *  レポートの最後に消込分・名簿外入金の件数と金額の計を
      *  付け、受験料日計表(PRO2092)の照合に使う。
      *  団体マスタ(DANTAIMST2006)の団体コードで届いた一括入金
      *  は、団体申込名簿(DANTAIMEIBO2006)の団員へ団員消込順位
      *  の順に団体単価ずつ充て、充てきれない団員は未入金とす
      *  る。個人で入金のある団員は個人の入金で消し込む。団体
      *  ごとの入金・充当・残額をレポートに団体別に示す。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT 試験回マスタファイル ASSIGN TO
             "/home/suzuki/DATA/SHIKENKAIMST2006"
             FILE STATUS IS 試験回状態.
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
           05 マスタ入金締切日 PIC 9(08).
           05 マスタ試験日    PIC 9(08).
           05 マスタ発表日    PIC 9(08).
       FD  団体マスタファイル.
       01  団体マスタレコード.
           COPY CP047.
       FD  団体名簿ファイル.
       01  団体名簿レコード.
           COPY CP048.
       WORKING-STORAGE        SECTION.
       01  状態.
           05 名簿状態        PIC X(2).
           05 保留状態        PIC X(2).
           05 レポート状態    PIC X(2).
           05 試験回状態      PIC X(2).
           05 団体状態        PIC X(2).
           05 団体名簿状態    PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
      *  入金明細のテーブル。消込フラグで名簿外入金を
           05 未入金件数      PIC 9(5) VALUE ZERO.
           05 名簿外件数      PIC 9(5) VALUE ZERO.
           05 期限後入金件数  PIC 9(5) VALUE ZERO.
      *  期限後を含めた消込分と名簿外入金の金額計。
       01  金額集計エリア.
           05 消込入金件数    PIC 9(5) VALUE ZERO.
           05 消込入金額      PIC 9(10) VALUE ZERO.
           05 名簿外入金額    PIC 9(10) VALUE ZERO.
      *  試験回マスタの読み込みテーブル。入金締切の判定に使う。
       01  試験回テーブルエリア.
           05 試験回件数      PIC 9(2) VALUE ZERO.
           05 試験回エントリ  OCCURS 20 TIMES.
              10 表試験回       PIC 9(02).
              10 表入金締切日   PIC 9(08).
      *  団体ごとの一括入金と団員への充当の集計。
       01  団体テーブルエリア.
           05 団体件数        PIC 9(3) VALUE ZERO.
           05 団体番号        PIC 9(3).
           05 該当団体番号    PIC 9(3).
           05 団体エントリ    OCCURS 200 TIMES.
              10 表団体コード   PIC X(06).
              10 表団体名       PIC X(40).
              10 表団体単価     PIC 9(06).
              10 表団体入金件数 PIC 9(03).
              10 表団体入金額   PIC 9(10).
              10 表団体入金日   PIC 9(08).
              10 表団体充当額   PIC 9(10).
              10 表団体消込数   PIC 9(04).
              10 表団体未消込数 PIC 9(04).
      *  団体申込名簿の団員。団員状態 空白:名簿になし N:充当
      *  待ち Y:団体入金で消込 U:団体入金が足りず未入金
      *  I:個人で入金あり。
       01  団員テーブルエリア.
           05 団員件数        PIC 9(4) VALUE ZERO.
           05 団員番号        PIC 9(4).
           05 該当団員番号    PIC 9(4).
           05 最小団員番号    PIC 9(4).
           05 団員エントリ    OCCURS 2000 TIMES.
              10 表団員試験回   PIC 9(02).
              10 表団員受験者ID PIC X(06).
              10 表団員団体番号 PIC 9(03).
              10 表団員順位     PIC 9(03).
              10 表団員状態     PIC X(01).
       01  探索団体コード     PIC X(06).
       01  団体残額           PIC 9(10).
       01  団体不足額         PIC 9(10).
       01  レポート行         PIC X(60).
      *  異常終了ログ呼出し(SUB9000)への引き渡し情報。
       01  異常終了情報.
               END-PERFORM
               CLOSE 試験回マスタファイル
           END-IF.
      *  団体の一括入金を団員へ充てておく。
           PERFORM 団体読込.
           IF 団体件数 > ZERO
             THEN
               MOVE "0" TO 終了ステータス
               PERFORM 団体充当
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
      *
       初期処理－ＥＸ.
       EXIT.
       入金消込               SECTION.
      ***********************************
      *
      *  団体で申し込んだ受験者は団体入金の充当結果で振り分け
      *  る。個人で入金のある団員は個人の消込と同じに扱う。
           PERFORM 団員検索.
           IF 該当団員番号 > ZERO
             THEN
               IF 表団員状態(該当団員番号) = "Y"
                  OR 表団員状態(該当団員番号) = "U"
                 THEN
                   PERFORM 団員消込
                   GO TO 入金消込－ＥＸ
                 ELSE
                   CONTINUE
               END-IF
             ELSE
               CONTINUE
           END-IF.
      *  受験者IDで入金テーブルを探す。
           MOVE ZERO TO 該当入金番号.
           PERFORM VARYING 入金番号 FROM 1 BY 1
                 THEN
                   ADD 1 TO 期限後入金件数
                   MOVE "Y" TO 表消込フラグ(該当入金番号)
                   ADD 1 TO 消込入金件数
                   ADD 表入金額(該当入金番号)
                     TO 消込入金額
                   MOVE 名簿レコード
                     TO 保留名簿レコード
                   WRITE 保留名簿レコード
      *  入金済の受験者は入金済名簿へ通す。
               ADD 1 TO 入金済件数
               MOVE "Y" TO 表消込フラグ(該当入金番号)
               ADD 1 TO 消込入金件数
               ADD 表入金額(該当入金番号) TO 消込入金額
               MOVE 受験日 OF 名簿レコード
                 TO 制御加算値
               ADD 制御加算値 TO 通過合計
       締切判定－ＥＸ.
       EXIT.
      *
      ***********************************
       団体読込               SECTION.
      ***********************************
      *
      *  団体マスタと団体申込名簿をテーブルへ読み込み、団体
      *  コードで届いた入金を団体ごとに集める。どちらかが無い
      *  場合は団体の消込を行わない。
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
                     INITIALIZE 団体エントリ(団体件数)
                     MOVE 団体コード
                       TO 表団体コード(団体件数)
                     MOVE 団体名 TO 表団体名(団体件数)
                     MOVE 団体単価 TO 表団体単価(団体件数)
                   ELSE
                     MOVE "PRO2031" TO 発生プログラム名
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
                 PERFORM 団員登録
             END-READ
           END-PERFORM.
           CLOSE 団体名簿ファイル.
      *  団体コードで届いた入金は団体の入金として消込済とする。
           PERFORM VARYING 入金番号 FROM 1 BY 1
             UNTIL 入金番号 > 入金件数
             MOVE 表受験者ID(入金番号) TO 探索団体コード
             PERFORM 団体検索
             IF 該当団体番号 > ZERO
               THEN
                 MOVE "G" TO 表消込フラグ(入金番号)
                 ADD 1 TO 表団体入金件数(該当団体番号)
                 ADD 表入金額(入金番号)
                   TO 表団体入金額(該当団体番号)
                 IF 表入金日(入金番号) >
                    表団体入金日(該当団体番号)
                   THEN
                     MOVE 表入金日(入金番号)
                       TO 表団体入金日(該当団体番号)
                   ELSE
                     CONTINUE
                 END-IF
                 ADD 1 TO 消込入金件数
                 ADD 表入金額(入金番号) TO 消込入金額
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       団体読込－ＥＸ.
       EXIT.
      *
      ***********************************
       団員登録               SECTION.
      ***********************************
      *
      *  団体マスタに無い団体コードの団員は個人の申込とする。
           MOVE 団員団体コード TO 探索団体コード.
           PERFORM 団体検索.
           IF 該当団体番号 = ZERO
             THEN
               GO TO 団員登録－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 団員件数 >= 2000
             THEN
               MOVE "PRO2031" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "団員テーブル上限超過"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 団員件数.
           MOVE 団員試験回 TO 表団員試験回(団員件数).
           MOVE 団員受験者ID TO 表団員受験者ID(団員件数).
           MOVE 該当団体番号
             TO 表団員団体番号(団員件数).
           MOVE 団員消込順位 TO 表団員順位(団員件数).
           MOVE SPACE TO 表団員状態(団員件数).
      *
       団員登録－ＥＸ.
       EXIT.
      *
      ***********************************
       団体検索               SECTION.
      ***********************************
      *
           MOVE ZERO TO 該当団体番号.
           PERFORM VARYING 団体番号 FROM 1 BY 1
             UNTIL 団体番号 > 団体件数
             IF 表団体コード(団体番号) = 探索団体コード
               THEN
                 MOVE 団体番号 TO 該当団体番号
                 MOVE 団体件数 TO 団体番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       団体検索－ＥＸ.
       EXIT.
      *
      ***********************************
       団員検索               SECTION.
      ***********************************
      *
      *  名簿レコードの試験回と受験者IDで団員を探す。
           MOVE ZERO TO 該当団員番号.
           PERFORM VARYING 団員番号 FROM 1 BY 1
             UNTIL 団員番号 > 団員件数
             IF 表団員試験回(団員番号) =
                試験回 OF 名簿レコード
                AND 表団員受験者ID(団員番号) =
                    受験者ID OF 名簿レコード
               THEN
                 MOVE 団員番号 TO 該当団員番号
                 MOVE 団員件数 TO 団員番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       団員検索－ＥＸ.
       EXIT.
      *
      ***********************************
       団体充当               SECTION.
      ***********************************
      *
      *  名簿を一度読んで名簿にいる団員に印を付け、個人で入金
      *  のある団員を除いてから、団体ごとに消込順位の小さい
      *  団員から団体単価ずつ入金を充てる。
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
                     PERFORM 団員名簿照合
                 END-EVALUATE
             END-READ
           END-PERFORM.
           CLOSE 名簿ファイル.
           OPEN INPUT 名簿ファイル.
           PERFORM VARYING 団体番号 FROM 1 BY 1
             UNTIL 団体番号 > 団体件数
             MOVE 表団体入金額(団体番号) TO 団体残額
             MOVE 9999 TO 最小団員番号
             PERFORM 団員充当
               UNTIL 最小団員番号 = ZERO
             COMPUTE 表団体充当額(団体番号) =
               表団体入金額(団体番号) - 団体残額
           END-PERFORM.
      *
       団体充当－ＥＸ.
       EXIT.
      *
      ***********************************
       団員名簿照合           SECTION.
      ***********************************
      *
           PERFORM 団員検索.
           IF 該当団員番号 = ZERO
             THEN
               GO TO 団員名簿照合－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "N" TO 表団員状態(該当団員番号).
           PERFORM VARYING 入金番号 FROM 1 BY 1
             UNTIL 入金番号 > 入金件数
             IF 表受験者ID(入金番号) =
                受験者ID OF 名簿レコード
               THEN
                 MOVE "I" TO 表団員状態(該当団員番号)
                 MOVE 入金件数 TO 入金番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       団員名簿照合－ＥＸ.
       EXIT.
      *
      ***********************************
       団員充当               SECTION.
      ***********************************
      *
      *  充当待ちの団員のうち消込順位の最も小さい者を探す。
      *  同順位は団体申込名簿の並び順とする。
           MOVE ZERO TO 最小団員番号.
           PERFORM VARYING 団員番号 FROM 1 BY 1
             UNTIL 団員番号 > 団員件数
             IF 表団員団体番号(団員番号) = 団体番号
                AND 表団員状態(団員番号) = "N"
               THEN
                 IF 最小団員番号 = ZERO
                   THEN
                     MOVE 団員番号 TO 最小団員番号
                   ELSE
                     IF 表団員順位(団員番号) <
                        表団員順位(最小団員番号)
                       THEN
                         MOVE 団員番号 TO 最小団員番号
                       ELSE
                         CONTINUE
                     END-IF
                 END-IF
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 最小団員番号 = ZERO
             THEN
               GO TO 団員充当－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 団体残額 >= 表団体単価(団体番号)
             THEN
               MOVE "Y" TO 表団員状態(最小団員番号)
               SUBTRACT 表団体単価(団体番号) FROM 団体残額
               ADD 1 TO 表団体消込数(団体番号)
             ELSE
               MOVE "U" TO 表団員状態(最小団員番号)
               ADD 1 TO 表団体未消込数(団体番号)
           END-IF.
      *
       団員充当－ＥＸ.
       EXIT.
      *
      ***********************************
       団員消込               SECTION.
      ***********************************
      *
      *  団体入金が充たった団員は入金済名簿へ通す。入金締切は
      *  団体の最後の入金日で判定する。充たらなかった団員は
      *  保留名簿へ退避する。
           MOVE 表団員団体番号(該当団員番号)
             TO 団体番号.
           IF 表団員状態(該当団員番号) = "U"
             THEN
               ADD 1 TO 未入金件数
               MOVE 名簿レコード TO 保留名簿レコード
               WRITE 保留名簿レコード
               MOVE SPACES TO レポート行
               STRING "団体未充当 受験者ID:" DELIMITED BY SIZE
                      受験者ID OF 名簿レコード
                      DELIMITED BY SIZE
                      " 団体:" DELIMITED BY SIZE
                      表団体コード(団体番号) DELIMITED BY SIZE
                      INTO レポート行
               WRITE 消込レポートレコード FROM レポート行
               GO TO 団員消込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM 締切判定.
           IF 該当試験回番号 > ZERO
              AND 表団体入金日(団体番号) >
                  表入金締切日(該当試験回番号)
             THEN
               ADD 1 TO 期限後入金件数
               MOVE 名簿レコード TO 保留名簿レコード
               WRITE 保留名簿レコード
               MOVE SPACES TO レポート行
               STRING "期限後団体入金 受験者ID:"
                      DELIMITED BY SIZE
                      受験者ID OF 名簿レコード
                      DELIMITED BY SIZE
                      " 入金日:" DELIMITED BY SIZE
                      表団体入金日(団体番号) DELIMITED BY SIZE
                      INTO レポート行
               WRITE 消込レポートレコード FROM レポート行
               GO TO 団員消込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 入金済件数.
           MOVE 受験日 OF 名簿レコード TO 制御加算値.
           ADD 制御加算値 TO 通過合計
             ON SIZE ERROR
               COMPUTE 通過合計 =
                 通過合計 + 制御加算値
                 - 10000000000000
           END-ADD.
           MOVE 名簿レコード TO 入金済名簿レコード.
           WRITE 入金済名簿レコード.
           MOVE SPACES TO レポート行.
           STRING "団体入金済 受験者ID:" DELIMITED BY SIZE
                  受験者ID OF 名簿レコード DELIMITED BY SIZE
                  " 団体:" DELIMITED BY SIZE
                  表団体コード(団体番号) DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 消込レポートレコード FROM レポート行.
      *
       団員消込－ＥＸ.
       EXIT.
      *
      ***********************************
       団体別出力             SECTION.
      ***********************************
      *
      *  団体ごとの入金・充当・未充当の団員数と残額を示す。
      *  不足額は未充当の団員を消し込むのに足りない金額。
           MOVE SPACES TO レポート行.
           MOVE "団体別消込" TO レポート行.
           WRITE 消込レポートレコード FROM レポート行.
           PERFORM VARYING 団体番号 FROM 1 BY 1
             UNTIL 団体番号 > 団体件数
             IF 表団体入金件数(団体番号) > ZERO
                OR 表団体消込数(団体番号) > ZERO
                OR 表団体未消込数(団体番号) > ZERO
               THEN
                 PERFORM 団体行出力
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       団体別出力－ＥＸ.
       EXIT.
      *
      ***********************************
       団体行出力             SECTION.
      ***********************************
      *
           COMPUTE 団体残額 = 表団体入金額(団体番号)
                            - 表団体充当額(団体番号).
           MOVE ZERO TO 団体不足額.
           IF 表団体未消込数(団体番号) > ZERO
             THEN
               COMPUTE 団体不足額 =
                 表団体未消込数(団体番号) *
                 表団体単価(団体番号) - 団体残額
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO レポート行.
           STRING "団体:" DELIMITED BY SIZE
                  表団体コード(団体番号) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  表団体名(団体番号) DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 消込レポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           STRING "  入金:" DELIMITED BY SIZE
                  表団体入金件数(団体番号) DELIMITED BY SIZE
                  "件 " DELIMITED BY SIZE
                  表団体入金額(団体番号) DELIMITED BY SIZE
                  " 充当:" DELIMITED BY SIZE
                  表団体消込数(団体番号) DELIMITED BY SIZE
                  "名 " DELIMITED BY SIZE
                  表団体充当額(団体番号) DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 消込レポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           STRING "  未充当:" DELIMITED BY SIZE
                  表団体未消込数(団体番号) DELIMITED BY SIZE
                  "名 残額:" DELIMITED BY SIZE
                  団体残額 DELIMITED BY SIZE
                  " 不足:" DELIMITED BY SIZE
                  団体不足額 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 消込レポートレコード FROM レポート行.
      *
       団体行出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
             IF 表消込フラグ(入金番号) = SPACE
               THEN
                 ADD 1 TO 名簿外件数
                 ADD 表入金額(入金番号) TO 名簿外入金額
                 MOVE SPACES TO レポート行
                 STRING "名簿外入金 受験者ID:"
                   DELIMITED BY SIZE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 団体件数 > ZERO
             THEN
               PERFORM 団体別出力
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO レポート行.
           STRING "入金済:" DELIMITED BY SIZE
                  入金済件数 DELIMITED BY SIZE
                  期限後入金件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 消込レポートレコード FROM レポート行.
      *  日計表が照合する件数・金額の計。位置を変えないこと。
           MOVE SPACES TO レポート行.
           STRING "消込計 入金:" DELIMITED BY SIZE
                  消込入金件数 DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  消込入金額 DELIMITED BY SIZE
                  " 名簿外:" DELIMITED BY SIZE
                  名簿外件数 DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  名簿外入金額 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 消込レポートレコード FROM レポート行.
           CLOSE 名簿ファイル.
           CLOSE 入金済名簿ファイル.
           CLOSE 保留名簿ファイル.
