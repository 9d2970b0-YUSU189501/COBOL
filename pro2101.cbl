       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2101.
      *  寄附金控除の明細書を作る年末処理。寄附金明細
      *  (KIFUKIN2010)から対象年の寄附を選び、寄附先ごとに
      *  寄附年月日・寄附金額・受領証明書番号を並べた確定申告
      *  添付用の明細書(KIFUKINRPT2010)を書く。ワンストップ
      *  特例を申請した自治体が5を超えるときは特例が使えない
      *  ので警告する。指定ファイル(KIFUPRM2010)の前年の所得
      *  からふるさと納税の控除上限の目安と寄附金控除の所得
      *  控除限度(総所得金額等の40%)を見積もり、寄附の合計と
      *  比べて超過を警告する。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  対象年と前年の所得の指定。無ければ実行年、上限の
      *  比較は行わない。
           SELECT 指定ファイル ASSIGN TO
             "/home/suzuki/DATA/KIFUPRM2010"
             FILE STATUS IS 指定状態.
      *  受領証明書1枚ごとの寄附金明細。
           SELECT 寄附金ファイル ASSIGN TO
             "/home/suzuki/DATA/KIFUKIN2010"
             FILE STATUS IS 寄附金状態.
      *  寄附金控除の明細書ファイル。
           SELECT 明細書ファイル ASSIGN TO
             "/home/suzuki/DATA/KIFUKINRPT2010"
             FILE STATUS IS 明細書状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  指定ファイル.
       01  指定レコード.
         03 指定対象年        PIC 9(4).
      *  前年の課税総所得金額と総所得金額等(円)。
         03 指定課税所得      PIC 9(10).
         03 指定総所得        PIC 9(10).
       FD  寄附金ファイル.
       01  寄附金レコード.
           COPY CP057.
       FD  明細書ファイル.
       01  明細書レコード     PIC X(100).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 指定状態          PIC X(2).
         03 寄附金状態        PIC X(2).
         03 明細書状態        PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
       01  対象年             PIC 9(4).
       01  課税所得           PIC 9(10) VALUE ZERO.
       01  総所得             PIC 9(10) VALUE ZERO.
      *  対象年の寄附明細テーブル。寄附先名・寄附日付の順に
      *  並べ替えて出力する。
       01  寄附テーブルエリア.
         03 寄附件数          PIC 9(3) VALUE ZERO.
         03 寄附番号          PIC 9(3).
         03 比較番号          PIC 9(3).
         03 寄附エントリ      OCCURS 300 TIMES.
           05 表寄附先名      PIC X(30).
           05 表寄附日付      PIC 9(8).
           05 表先区分        PIC X(1).
           05 表所在地        PIC X(30).
           05 表証明書番号    PIC X(20).
           05 表寄附金額      PIC 9(10).
           05 表特例区分      PIC X(1).
       01  入替エントリ       PIC X(100).
      *  寄附先の切れ目の制御と寄附先ごとの小計。
       01  前寄附先名         PIC X(30).
       01  寄附先小計         PIC 9(11).
       01  先特例フラグ       PIC X(1).
       01  寄附先数           PIC 9(3) VALUE ZERO.
       01  特例自治体数       PIC 9(3) VALUE ZERO.
      *  合計。
       01  寄附合計           PIC 9(11) VALUE ZERO.
       01  自治体合計         PIC 9(11) VALUE ZERO.
       01  対象外件数         PIC 9(5) VALUE ZERO.
       01  不正件数           PIC 9(5) VALUE ZERO.
      *  上限の見積り。所得税率は課税所得の速算表による。
      *  ふるさと納税の目安は住民税所得割(課税所得の10%)の
      *  20%を(90%-所得税率×1.021)で割り、2,000円を足す。
       01  所得税率           PIC 9(2).
       01  住民税所得割       PIC 9(10).
       01  上限目安           PIC 9(10).
       01  目安除数           PIC 9(2)V9(3).
       01  所得控除限度       PIC 9(10).
       01  超過額             PIC 9(11).
       01  警告件数           PIC 9(2) VALUE ZERO.
       01  金額表示           PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  件数表示           PIC ZZ9.
       01  明細書行           PIC X(100).
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
           PERFORM 明細書出力.
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
           DISPLAY "***PRO2101 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           MOVE 実行日(1:4) TO 対象年.
           OPEN INPUT 指定ファイル.
           IF 指定状態 = "00"
             THEN
               READ 指定ファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   PERFORM 指定取り込み
               END-READ
               CLOSE 指定ファイル
             ELSE
               CONTINUE
           END-IF.
           DISPLAY "対象年:" 対象年.
           OPEN OUTPUT 明細書ファイル.
           IF 明細書状態 NOT = "00"
             THEN
               MOVE "PRO2101" TO 発生プログラム名
               MOVE 明細書状態 TO 入出力状態
               MOVE "明細書のオープンエラー"
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
       指定取り込み           SECTION.
      ***********************************
      *
           IF 指定対象年 IS NUMERIC
              AND 指定対象年 > ZERO
             THEN
               MOVE 指定対象年 TO 対象年
             ELSE
               CONTINUE
           END-IF.
           IF 指定課税所得 IS NUMERIC
             THEN
               MOVE 指定課税所得 TO 課税所得
             ELSE
               CONTINUE
           END-IF.
      *  総所得金額等が無ければ課税所得で代える。
           IF 指定総所得 IS NUMERIC
              AND 指定総所得 > ZERO
             THEN
               MOVE 指定総所得 TO 総所得
             ELSE
               MOVE 課税所得 TO 総所得
           END-IF.
      *
       指定取り込み－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
      *  寄附金明細が無ければ明細のない明細書を作る。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 寄附金ファイル.
           IF 寄附金状態 NOT = "00"
             THEN
               DISPLAY "寄附金明細なし。"
               GO TO 主処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 寄附金ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 PERFORM 寄附1件取り込み
             END-READ
           END-PERFORM.
           CLOSE 寄附金ファイル.
           PERFORM 寄附並べ替え.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       寄附1件取り込み        SECTION.
      ***********************************
      *
      *  対象年以外の寄附はとばす。金額や区分の誤った明細は
      *  件数だけ数えて明細書には載せない。
           IF 寄附日付(1:4) NOT = 対象年
             THEN
               ADD 1 TO 対象外件数
               GO TO 寄附1件取り込み－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 寄附金額 IS NOT NUMERIC
              OR NOT 寄附先区分正常
              OR 寄附先名 = SPACES
             THEN
               ADD 1 TO 不正件数
               DISPLAY "寄附明細の誤り:" 受領証明書番号
               GO TO 寄附1件取り込み－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 寄附件数 >= 300
             THEN
               MOVE "PRO2101" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "寄附テーブル上限超過"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 寄附件数.
           MOVE 寄附先名 TO 表寄附先名(寄附件数).
           MOVE 寄附日付 TO 表寄附日付(寄附件数).
           MOVE 寄附先区分 TO 表先区分(寄附件数).
           MOVE 寄附先所在地 TO 表所在地(寄附件数).
           MOVE 受領証明書番号
             TO 表証明書番号(寄附件数).
           MOVE 寄附金額 TO 表寄附金額(寄附件数).
           MOVE ワンストップ区分
             TO 表特例区分(寄附件数).
           ADD 寄附金額 TO 寄附合計.
           IF 寄附先自治体
             THEN
               ADD 寄附金額 TO 自治体合計
             ELSE
               CONTINUE
           END-IF.
      *
       寄附1件取り込み－ＥＸ.
       EXIT.
      *
      ***********************************
       寄附並べ替え           SECTION.
      ***********************************
      *
      *  寄附先名・寄附日付の昇順に並べ替える。件数が少ない
      *  ので単純な交換法による。
           PERFORM VARYING 寄附番号 FROM 1 BY 1
             UNTIL 寄附番号 >= 寄附件数
             PERFORM VARYING 比較番号 FROM 寄附番号 BY 1
               UNTIL 比較番号 > 寄附件数
               IF 寄附エントリ(比較番号)(1:38)
                  < 寄附エントリ(寄附番号)(1:38)
                 THEN
                   MOVE 寄附エントリ(寄附番号)
                     TO 入替エントリ
                   MOVE 寄附エントリ(比較番号)
                     TO 寄附エントリ(寄附番号)
                   MOVE 入替エントリ
                     TO 寄附エントリ(比較番号)
                 ELSE
                   CONTINUE
               END-IF
             END-PERFORM
           END-PERFORM.
      *
       寄附並べ替え－ＥＸ.
       EXIT.
      *
      ***********************************
       明細書出力             SECTION.
      ***********************************
      *
           MOVE SPACES TO 明細書行.
           STRING "寄附金の明細書 " DELIMITED BY SIZE
                  対象年 DELIMITED BY SIZE
                  "年分" DELIMITED BY SIZE
                  INTO 明細書行.
           WRITE 明細書レコード FROM 明細書行.
           MOVE SPACES TO 明細書行.
           STRING "寄附先の所在地・名称"
                  DELIMITED BY SIZE
                  INTO 明細書行(1:30).
           MOVE "寄附年月日" TO 明細書行(33:15).
           MOVE "寄附金額" TO 明細書行(49:12).
           MOVE "受領証明書番号" TO 明細書行(66:21).
           WRITE 明細書レコード FROM 明細書行
             AFTER 2 LINE
           END-WRITE.
      *  寄附先が変わるたびに見出しと小計を書く。
           MOVE SPACES TO 前寄附先名.
           PERFORM VARYING 寄附番号 FROM 1 BY 1
             UNTIL 寄附番号 > 寄附件数
             IF 表寄附先名(寄附番号) NOT = 前寄附先名
               THEN
                 PERFORM 寄附先小計出力
                 PERFORM 寄附先見出し出力
               ELSE
                 CONTINUE
             END-IF
             PERFORM 寄附明細行出力
           END-PERFORM.
           PERFORM 寄附先小計出力.
           PERFORM 合計出力.
           PERFORM 上限比較出力.
           CLOSE 明細書ファイル.
      *
       明細書出力－ＥＸ.
       EXIT.
      *
      ***********************************
       寄附先見出し出力       SECTION.
      ***********************************
      *
           MOVE 表寄附先名(寄附番号) TO 前寄附先名.
           MOVE ZERO TO 寄附先小計.
           MOVE "N" TO 先特例フラグ.
           ADD 1 TO 寄附先数.
           MOVE SPACES TO 明細書行.
           MOVE 表所在地(寄附番号) TO 明細書行(1:30).
           WRITE 明細書レコード FROM 明細書行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 明細書行.
           MOVE 表寄附先名(寄附番号) TO 明細書行(3:30).
           IF 表先区分(寄附番号) = "1"
             THEN
               MOVE "(ふるさと納税)" TO 明細書行(33:20)
             ELSE
               CONTINUE
           END-IF.
           WRITE 明細書レコード FROM 明細書行.
      *
       寄附先見出し出力－ＥＸ.
       EXIT.
      *
      ***********************************
       寄附明細行出力         SECTION.
      ***********************************
      *
           ADD 表寄附金額(寄附番号) TO 寄附先小計.
      *  ワンストップ特例の申請は自治体への寄附に限り数える。
           IF 表特例区分(寄附番号) = "Y"
              AND 表先区分(寄附番号) = "1"
             THEN
               MOVE "Y" TO 先特例フラグ
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 明細書行.
           MOVE 表寄附日付(寄附番号)(1:4)
             TO 明細書行(33:4).
           MOVE "/" TO 明細書行(37:1).
           MOVE 表寄附日付(寄附番号)(5:2)
             TO 明細書行(38:2).
           MOVE "/" TO 明細書行(40:1).
           MOVE 表寄附日付(寄附番号)(7:2)
             TO 明細書行(41:2).
           MOVE 表寄附金額(寄附番号) TO 金額表示.
           MOVE 金額表示 TO 明細書行(46:14).
           MOVE 表証明書番号(寄附番号) TO 明細書行(66:20).
           IF 表特例区分(寄附番号) = "Y"
             THEN
               MOVE "特例" TO 明細書行(88:6)
             ELSE
               CONTINUE
           END-IF.
           WRITE 明細書レコード FROM 明細書行.
      *
       寄附明細行出力－ＥＸ.
       EXIT.
      *
      ***********************************
       寄附先小計出力         SECTION.
      ***********************************
      *
      *  最初の寄附先の前では何も書かない。
           IF 前寄附先名 = SPACES
             THEN
               GO TO 寄附先小計出力－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 先特例フラグ = "Y"
             THEN
               ADD 1 TO 特例自治体数
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 明細書行.
           MOVE "寄附先計" TO 明細書行(33:12).
           MOVE 寄附先小計 TO 金額表示.
           MOVE 金額表示 TO 明細書行(46:14).
           WRITE 明細書レコード FROM 明細書行.
      *
       寄附先小計出力－ＥＸ.
       EXIT.
      *
      ***********************************
       合計出力               SECTION.
      ***********************************
      *
           MOVE SPACES TO 明細書行.
           MOVE "寄附金の合計" TO 明細書行(1:18).
           MOVE 寄附合計 TO 金額表示.
           MOVE 金額表示 TO 明細書行(46:14).
           WRITE 明細書レコード FROM 明細書行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 明細書行.
           MOVE "うち都道府県・市区町村分"
             TO 明細書行(3:36).
           MOVE 自治体合計 TO 金額表示.
           MOVE 金額表示 TO 明細書行(46:14).
           WRITE 明細書レコード FROM 明細書行.
           MOVE SPACES TO 明細書行.
           MOVE 寄附先数 TO 件数表示.
           STRING "寄附先数:" DELIMITED BY SIZE
                  件数表示 DELIMITED BY SIZE
                  INTO 明細書行.
           MOVE 特例自治体数 TO 件数表示.
           STRING "ワンストップ特例申請自治体数:"
                  DELIMITED BY SIZE
                  件数表示 DELIMITED BY SIZE
                  INTO 明細書行(20:50).
           WRITE 明細書レコード FROM 明細書行.
      *  申請先が5を超えると特例は使えず確定申告が要る。
           IF 特例自治体数 > 5
             THEN
               ADD 1 TO 警告件数
               MOVE SPACES TO 明細書行
               STRING "*** 警告 ワンストップ特例の"
                      DELIMITED BY SIZE
                      "申請先が"
                      DELIMITED BY SIZE
                      "5自治体を超えています。"
                      DELIMITED BY SIZE
                      INTO 明細書行
               WRITE 明細書レコード FROM 明細書行
               MOVE SPACES TO 明細書行
               MOVE "  特例は使えず確定申告が必要。"
                 TO 明細書行
               WRITE 明細書レコード FROM 明細書行
               DISPLAY "ワンストップ特例申請先超過:"
                       特例自治体数
             ELSE
               CONTINUE
           END-IF.
      *
       合計出力－ＥＸ.
       EXIT.
      *
      ***********************************
       上限比較出力           SECTION.
      ***********************************
      *
      *  前年の所得の指定が無ければ比較しない。
           IF 課税所得 = ZERO
              AND 総所得 = ZERO
             THEN
               MOVE SPACES TO 明細書行
               MOVE "所得の指定なし。比較は省略。"
                 TO 明細書行
               WRITE 明細書レコード FROM 明細書行
                 AFTER 2 LINE
               END-WRITE
               GO TO 上限比較出力－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           EVALUATE TRUE
             WHEN 課税所得 <= 1949000
               MOVE 5 TO 所得税率
             WHEN 課税所得 <= 3299000
               MOVE 10 TO 所得税率
             WHEN 課税所得 <= 6949000
               MOVE 20 TO 所得税率
             WHEN 課税所得 <= 8999000
               MOVE 23 TO 所得税率
             WHEN 課税所得 <= 17999000
               MOVE 33 TO 所得税率
             WHEN 課税所得 <= 39999000
               MOVE 40 TO 所得税率
             WHEN OTHER
               MOVE 45 TO 所得税率
           END-EVALUATE.
           COMPUTE 住民税所得割 = 課税所得 / 10.
           COMPUTE 目安除数 = 90 - 所得税率 * 1.021.
           COMPUTE 上限目安 ROUNDED =
             住民税所得割 * 20 / 目安除数 + 2000.
           COMPUTE 所得控除限度 = 総所得 * 4 / 10.
           MOVE SPACES TO 明細書行.
           MOVE "控除上限の見積り(前年の所得による)"
             TO 明細書行.
           WRITE 明細書レコード FROM 明細書行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 明細書行.
           MOVE "ふるさと納税の上限目安"
             TO 明細書行(3:33).
           MOVE 上限目安 TO 金額表示.
           MOVE 金額表示 TO 明細書行(46:14).
           WRITE 明細書レコード FROM 明細書行.
           IF 自治体合計 > 上限目安
             THEN
               ADD 1 TO 警告件数
               COMPUTE 超過額 = 自治体合計 - 上限目安
               MOVE 超過額 TO 金額表示
               MOVE SPACES TO 明細書行
               MOVE "*** 警告 目安を超過 超過額"
                 TO 明細書行(3:40)
               MOVE 金額表示 TO 明細書行(46:14)
               WRITE 明細書レコード FROM 明細書行
               DISPLAY "ふるさと納税上限目安超過:" 超過額
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 明細書行.
           MOVE "寄附金控除の限度(総所得の40%)"
             TO 明細書行(3:42).
           MOVE 所得控除限度 TO 金額表示.
           MOVE 金額表示 TO 明細書行(46:14).
           WRITE 明細書レコード FROM 明細書行.
           IF 寄附合計 > 所得控除限度
             THEN
               ADD 1 TO 警告件数
               COMPUTE 超過額 = 寄附合計 - 所得控除限度
               MOVE 超過額 TO 金額表示
               MOVE SPACES TO 明細書行
               MOVE "*** 警告 限度を超過 超過額"
                 TO 明細書行(3:40)
               MOVE 金額表示 TO 明細書行(46:14)
               WRITE 明細書レコード FROM 明細書行
               DISPLAY "寄附金控除限度超過:" 超過額
             ELSE
               CONTINUE
           END-IF.
      *
       上限比較出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           DISPLAY "寄附件数:" 寄附件数
                   " 対象外:" 対象外件数
                   " 誤り:" 不正件数.
           DISPLAY "警告:" 警告件数.
           DISPLAY "***PRO2101 END***".
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
