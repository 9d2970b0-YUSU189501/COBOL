       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2105.
      *  電子帳簿保存の検索プログラム。パラメタファイル
      *  (SHOHYOKEN2010)で取引年月日の範囲・金額の範囲・取引先
      *  (部分一致)を指定し、領収書台帳(RYOSYUSHO1と年月分割
      *  ファイル)から該当明細を抜き出す。明細ごとに証憑番号と
      *  証憑索引(SUB2020で照会)の画像ファイル名・受領日・
      *  スキャン日、台帳訂正履歴(TEISEI2010)の件数を添えて
      *  検索結果表(SHOHYOKENRPT2010)へ書く。条件は組み合わせて
      *  使え、空白・ゼロの条件は指定なしとして扱う。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  検索条件のパラメタファイル。
           SELECT パラメタファイル ASSIGN TO
             "/home/suzuki/DATA/SHOHYOKEN2010"
             FILE STATUS IS パラメタ状態.
      *  台帳は年月分割後、カタログを介して指定期間の分割
      *  ファイルとRYOSYUSHO1(当期未分割分)を切り替えて読む。
           SELECT 領収書ファイル ASSIGN TO DYNAMIC 台帳名
             FILE STATUS IS 領収状態.
      *  年月分割された台帳のカタログ。
           SELECT カタログファイル ASSIGN TO
             "/home/suzuki/DATA/RYOSYUCAT2010"
             FILE STATUS IS カタログ状態.
      *  PRO2010が追記する台帳訂正履歴。
           SELECT 訂正履歴ファイル ASSIGN TO
             "/home/suzuki/DATA/TEISEI2010"
             FILE STATUS IS 訂正履歴状態.
      *  検索結果表。
           SELECT 結果表ファイル ASSIGN TO
             "/home/suzuki/DATA/SHOHYOKENRPT2010"
             FILE STATUS IS 結果表状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  パラメタファイル.
       01  パラメタレコード.
         03 指定開始日        PIC 9(8).
         03 指定終了日        PIC 9(8).
         03 指定金額下限      PIC 9(10).
         03 指定金額上限      PIC 9(10).
         03 指定取引先        PIC X(30).
       FD  領収書ファイル.
       01  領収書レコード.
           COPY CP014.
       FD  カタログファイル.
       01  カタログレコード.
         03 カタログ年月      PIC 9(6).
         03 カタログファイル名 PIC X(60).
         03 カタログ禁止フラグ PIC X(1).
       FD  訂正履歴ファイル.
       01  訂正履歴レコード.
           COPY CP062.
       FD  結果表ファイル.
       01  結果表レコード     PIC X(120).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 パラメタ状態      PIC X(2).
         03 領収状態          PIC X(2).
         03 カタログ状態      PIC X(2).
         03 訂正履歴状態      PIC X(2).
         03 結果表状態        PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
      *  分割台帳の走査制御。
       01  台帳名             PIC X(60).
       01  範囲開始年月       PIC 9(6).
       01  範囲終了年月       PIC 9(6).
       01  カタログテーブルエリア.
         03 カタログ件数      PIC 9(3) VALUE ZERO.
         03 カタログ番号      PIC 9(3).
         03 カタログエントリ  OCCURS 120 TIMES.
           05 表カタログ年月  PIC 9(6).
           05 表カタログ名    PIC X(60).
      *  証憑番号別の訂正履歴件数のテーブル。
       01  訂正テーブルエリア.
         03 訂正番号件数      PIC 9(4) VALUE ZERO.
         03 訂正番号索引      PIC 9(4).
         03 該当訂正番号      PIC 9(4).
         03 訂正エントリ      OCCURS 5000 TIMES.
           05 表訂正証憑番号  PIC X(12).
           05 表訂正件数      PIC 9(4).
      *  部分一致検査のワーク。
       01  検索語             PIC X(30).
       01  検索語長           PIC 9(2).
       01  比較位置           PIC 9(2).
       01  比較終了位置       PIC 9(2).
       01  走査位置           PIC 9(2).
       01  一致フラグ         PIC X(1).
           88 部分一致        VALUE "Y".
      *  1件分の判定結果。
       01  該当フラグ         PIC X(1).
           88 該当            VALUE "Y".
      *  証憑索引照会呼出し(SUB2020)への引き渡し情報。
       01  証憑索引照会情報.
           COPY CP063.
      *  件数・合計。返品は差し引く。
       01  集計エリア.
         03 抽出件数          PIC 9(7) VALUE ZERO.
         03 証憑なし件数      PIC 9(7) VALUE ZERO.
         03 抽出合計          PIC S9(11) VALUE ZERO.
       01  金額表示           PIC Z,ZZZ,ZZZ,ZZ9.
       01  合計表示           PIC -(10)9.
       01  件数表示           PIC ZZZ9.
       01  結果表行           PIC X(120).
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
           DISPLAY "***PRO2105 START***".
           OPEN INPUT パラメタファイル.
           IF パラメタ状態 NOT = "00"
             THEN
               MOVE "PRO2105" TO 発生プログラム名
               MOVE パラメタ状態 TO 入出力状態
               MOVE "パラメタのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           READ パラメタファイル
             AT END
               MOVE "PRO2105" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "パラメタが空です"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             NOT AT END
               CONTINUE
           END-READ.
           CLOSE パラメタファイル.
      *  終了日・上限0は上限なしとして扱う。
           IF 指定終了日 = ZERO
             THEN
               MOVE 99999999 TO 指定終了日
             ELSE
               CONTINUE
           END-IF.
           IF 指定金額上限 = ZERO
             THEN
               MOVE 9999999999 TO 指定金額上限
             ELSE
               CONTINUE
           END-IF.
      *  分割ファイルの絞り込みは指定期間の年月で行う。
           MOVE 指定開始日(1:6) TO 範囲開始年月.
           MOVE 指定終了日(1:6) TO 範囲終了年月.
           PERFORM カタログ読込.
           PERFORM 訂正履歴読込.
           OPEN OUTPUT 結果表ファイル.
           MOVE SPACES TO 結果表行.
           STRING "証憑検索 取引年月日:" DELIMITED BY SIZE
                  指定開始日 DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  指定終了日 DELIMITED BY SIZE
                  " 金額:" DELIMITED BY SIZE
                  指定金額下限 DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  指定金額上限 DELIMITED BY SIZE
                  INTO 結果表行.
           WRITE 結果表レコード FROM 結果表行.
           MOVE SPACES TO 結果表行.
           STRING "取引先:" DELIMITED BY SIZE
                  指定取引先 DELIMITED BY "  "
                  INTO 結果表行.
           WRITE 結果表レコード FROM 結果表行.
           MOVE SPACES TO 結果表行.
           WRITE 結果表レコード FROM 結果表行.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       カタログ読込           SECTION.
      ***********************************
      *
      *  カタログが無い場合はRYOSYUSHO1の1本だけを読む。
           OPEN INPUT カタログファイル.
           IF カタログ状態 NOT = "00"
             THEN
               CONTINUE
             ELSE
               PERFORM UNTIL カタログ状態 NOT = "00"
                 READ カタログファイル
                   AT END
                     CONTINUE
                   NOT AT END
                     IF カタログ件数 < 120
                       THEN
                         ADD 1 TO カタログ件数
                         MOVE カタログ年月
                           TO 表カタログ年月
                              (カタログ件数)
                         MOVE カタログファイル名
                           TO 表カタログ名
                              (カタログ件数)
                       ELSE
                         DISPLAY "カタログ上限超過。"
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE カタログファイル
           END-IF.
      *
       カタログ読込－ＥＸ.
       EXIT.
      *
      ***********************************
       訂正履歴読込           SECTION.
      ***********************************
      *
      *  証憑番号ごとに訂正履歴の件数を数える。履歴が無ければ
      *  全明細を訂正なしとする。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 訂正履歴ファイル.
           IF 訂正履歴状態 NOT = "00"
             THEN
               GO TO 訂正履歴読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 訂正履歴ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 訂正証憑番号 NOT = SPACES
                   THEN
                     PERFORM 訂正件数積み上げ
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 訂正履歴ファイル.
      *
       訂正履歴読込－ＥＸ.
       EXIT.
      *
      ***********************************
       訂正件数積み上げ       SECTION.
      ***********************************
      *
           MOVE 訂正証憑番号 TO 照会証憑番号.
           PERFORM 訂正番号検索.
           IF 該当訂正番号 = ZERO
             THEN
               IF 訂正番号件数 < 5000
                 THEN
                   ADD 1 TO 訂正番号件数
                   MOVE 訂正番号件数 TO 該当訂正番号
                   MOVE 訂正証憑番号
                     TO 表訂正証憑番号(訂正番号件数)
                   MOVE ZERO TO 表訂正件数(訂正番号件数)
                 ELSE
                   DISPLAY "訂正テーブル上限超過。"
                   GO TO 訂正件数積み上げ－ＥＸ
               END-IF
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 表訂正件数(該当訂正番号).
      *
       訂正件数積み上げ－ＥＸ.
       EXIT.
      *
      ***********************************
       訂正番号検索           SECTION.
      ***********************************
      *
      *  照会証憑番号の訂正件数の行を探す。無ければ0。
           MOVE ZERO TO 該当訂正番号.
           PERFORM VARYING 訂正番号索引 FROM 1 BY 1
             UNTIL 訂正番号索引 > 訂正番号件数
             IF 表訂正証憑番号(訂正番号索引) =
                照会証憑番号
               THEN
                 MOVE 訂正番号索引 TO 該当訂正番号
                 MOVE 訂正番号件数 TO 訂正番号索引
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       訂正番号検索－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
      *  カタログの指定期間の分割ファイルを順に読み、最後に
      *  当期の未分割分(RYOSYUSHO1)を読む。
           PERFORM VARYING カタログ番号 FROM 1 BY 1
             UNTIL カタログ番号 > カタログ件数
             IF 表カタログ年月(カタログ番号) >=
                範囲開始年月
                AND 表カタログ年月(カタログ番号) <=
                    範囲終了年月
               THEN
                 MOVE 表カタログ名(カタログ番号)
                   TO 台帳名
                 PERFORM 台帳1本走査
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           MOVE "/home/suzuki/DATA/RYOSYUSHO1"
             TO 台帳名.
           PERFORM 台帳1本走査.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       台帳1本走査            SECTION.
      ***********************************
      *
      *  集計トレーラ行(区分コード"99")はとばす。無いファイル
      *  はとばす。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 領収書ファイル.
           IF 領収状態 NOT = "00"
             THEN
               GO TO 台帳1本走査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 領収書ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 区分コード OF 領収書レコード = "99"
                   THEN
                     CONTINUE
                   ELSE
                     PERFORM 条件判定
                     IF 該当
                       THEN
                         PERFORM 明細出力
                       ELSE
                         CONTINUE
                     END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 領収書ファイル.
      *
       台帳1本走査－ＥＸ.
       EXIT.
      *
      ***********************************
       条件判定               SECTION.
      ***********************************
      *
           MOVE "Y" TO 該当フラグ.
      *  取引年月日の範囲。
           IF 日付 OF 領収書レコード < 指定開始日
              OR 日付 OF 領収書レコード > 指定終了日
             THEN
               MOVE "N" TO 該当フラグ
               GO TO 条件判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *  取引金額の範囲。
           IF 値段 OF 領収書レコード < 指定金額下限
              OR 値段 OF 領収書レコード > 指定金額上限
             THEN
               MOVE "N" TO 該当フラグ
               GO TO 条件判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *  取引先の部分一致。
           IF 指定取引先 NOT = SPACES
             THEN
               MOVE 指定取引先 TO 検索語
               PERFORM 部分一致検査
               IF 部分一致
                 THEN
                   CONTINUE
                 ELSE
                   MOVE "N" TO 該当フラグ
               END-IF
             ELSE
               CONTINUE
           END-IF.
      *
       条件判定－ＥＸ.
       EXIT.
      *
      ***********************************
       部分一致検査           SECTION.
      ***********************************
      *
      *  支払先のどこかに検索語が含まれるか調べる。
           MOVE ZERO TO 検索語長.
           PERFORM VARYING 走査位置 FROM 30 BY -1
             UNTIL 走査位置 < 1 OR 検索語長 > ZERO
             IF 検索語(走査位置:1) NOT = SPACE
               THEN
                 MOVE 走査位置 TO 検索語長
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           MOVE "N" TO 一致フラグ.
           IF 検索語長 = ZERO
             THEN
               MOVE "Y" TO 一致フラグ
               GO TO 部分一致検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           COMPUTE 比較終了位置 = 30 - 検索語長 + 1.
           PERFORM VARYING 比較位置 FROM 1 BY 1
             UNTIL 比較位置 > 比較終了位置
                   OR 部分一致
             IF 支払先 OF 領収書レコード
                (比較位置:検索語長) =
                検索語(1:検索語長)
               THEN
                 MOVE "Y" TO 一致フラグ
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       部分一致検査－ＥＸ.
       EXIT.
      *
      ***********************************
       明細出力               SECTION.
      ***********************************
      *
      *  1行目に取引の内容、2行目に証憑と訂正履歴を書く。
           ADD 1 TO 抽出件数.
           IF 取引区分 OF 領収書レコード = "2"
             THEN
               SUBTRACT 値段 OF 領収書レコード
                 FROM 抽出合計
             ELSE
               ADD 値段 OF 領収書レコード
                 TO 抽出合計
           END-IF.
           MOVE SPACES TO 結果表行.
           MOVE 日付 OF 領収書レコード TO 結果表行(1:8).
           MOVE 値段 OF 領収書レコード TO 金額表示.
           MOVE 金額表示 TO 結果表行(10:13).
           IF 取引区分 OF 領収書レコード = "2"
             THEN
               MOVE "返品" TO 結果表行(24:6)
             ELSE
               CONTINUE
           END-IF.
           MOVE 支払先 OF 領収書レコード
             TO 結果表行(31:30).
           MOVE 商品名 OF 領収書レコード
             TO 結果表行(62:38).
           WRITE 結果表レコード FROM 結果表行.
           MOVE SPACES TO 結果表行.
           MOVE 証憑番号 OF 領収書レコード
             TO 照会証憑番号.
           CALL "SUB2020" USING 証憑索引照会情報.
           MOVE 証憑番号 OF 領収書レコード
             TO 結果表行(10:12).
           IF 証憑回答状態 = "00"
             THEN
               MOVE 回答受領日 TO 結果表行(23:8)
               MOVE 回答スキャン日 TO 結果表行(32:8)
               MOVE 回答画像ファイル名
                 TO 結果表行(41:60)
             ELSE
               ADD 1 TO 証憑なし件数
               MOVE "証憑なし" TO 結果表行(23:12)
           END-IF.
           PERFORM 訂正番号検索.
           IF 該当訂正番号 NOT = ZERO
             THEN
               MOVE 表訂正件数(該当訂正番号) TO 件数表示
               MOVE "訂正" TO 結果表行(102:6)
               MOVE 件数表示 TO 結果表行(108:4)
             ELSE
               CONTINUE
           END-IF.
           WRITE 結果表レコード FROM 結果表行.
      *
       明細出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           MOVE 抽出合計 TO 合計表示.
           MOVE SPACES TO 結果表行.
           STRING "件数:" DELIMITED BY SIZE
                  抽出件数 DELIMITED BY SIZE
                  " 合計:" DELIMITED BY SIZE
                  合計表示 DELIMITED BY SIZE
                  " 証憑なし:" DELIMITED BY SIZE
                  証憑なし件数 DELIMITED BY SIZE
                  INTO 結果表行.
           WRITE 結果表レコード FROM 結果表行
             AFTER 2 LINE
           END-WRITE.
           CLOSE 結果表ファイル.
           DISPLAY "抽出件数:" 抽出件数.
           DISPLAY "***PRO2105 END***".
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
