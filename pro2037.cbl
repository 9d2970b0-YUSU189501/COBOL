       PROGRAM-ID.            PRO2037.
      *  パラメタファイル(GENPARAM2000)の指示でテストデータを
      *  作る生成プログラム。レイアウト区分(1:社員名簿 2:試験
      *  結果 3:購入明細 4:人事マスタ抽出)・生成件数・エラー
      *  混入率・乱数種を
      *  指定し、ボリューム試験・回帰試験用の入力ファイルを
      *  そのまま使える形で書き出す。エラー混入は不正な所属
      *  コード・不正な日付・重複キーを順繰りに入れる。
           SELECT 明細生成ファイル ASSIGN TO
             "/home/suzuki/DATA/TESTRYOSYU2010"
             FILE STATUS IS 明細生成状態.
           SELECT 抽出生成ファイル ASSIGN TO
             "/home/suzuki/DATA/TESTJINJIMST2007"
             FILE STATUS IS 抽出生成状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  パラメタファイル.
           05 生成件数        PIC 9(7).
           05 エラー混入率    PIC 9(3).
           05 乱数種          PIC 9(6).
      *  名簿・人事マスタ抽出は検査ゲートが受ける受領様式で作る。
       FD  名簿生成ファイル.
       01  名簿生成レコード.
           COPY CP095.
       FD  試験生成ファイル.
       01  試験生成レコード.
           COPY CP008.
       FD  明細生成ファイル.
       01  明細生成レコード.
           COPY CP015.
       FD  抽出生成ファイル.
       01  抽出生成レコード.
           COPY CP096.
       WORKING-STORAGE        SECTION.
       01  状態.
           05 パラメタ状態    PIC X(2).
           05 名簿生成状態    PIC X(2).
           05 試験生成状態    PIC X(2).
           05 明細生成状態    PIC X(2).
           05 抽出生成状態    PIC X(2).
      *  有効な所属コードの一覧。
           COPY CP009.
      *  擬似乱数。乱数種から線形合同法で作る。
       01  前回コード         PIC X(5) VALUE SPACES.
      *  生成ファイルに付けるヘッダ・トレーラの編集領域。
      *  トレーラの合計は名簿:生年月日、試験:受験日、
      *  明細:値段、人事マスタ抽出:生年月日の合計(13桁巡回)。
       01  ヘッダ作業.
         03 ヘッダ区分        PIC X(3).
         03 ヘッダフィードID  PIC X(12).
       01  生成年             PIC 9(4).
       01  生成月             PIC 9(2).
       01  生成日             PIC 9(2).
      *  受領様式の日付項目は文字項目のため、ここで組み立てて
      *  から移す。
       01  生成年月日         PIC 9(8).
       01  生成入社年月日     PIC 9(8).
      *  異常終了ログ呼出し(SUB9000)への引き渡し情報。
       01  異常終了情報.
           COPY CP010.
               PERFORM 試験生成
             WHEN 3
               PERFORM 明細生成
             WHEN 4
               PERFORM 抽出生成
             WHEN OTHER
               DISPLAY "レイアウト区分不正:"
                       レイアウト区分
                  INTO フリガナ OF 名簿生成レコード.
           MOVE "," TO カンマＥ OF 名簿生成レコード.
           PERFORM 生年月日生成.
           COMPUTE 生成年月日 =
             生成年 * 10000 + 生成月 * 100 + 生成日.
           MOVE 生成年月日
             TO 生年月日 OF 名簿生成レコード.
           MOVE "," TO カンマＤ OF 名簿生成レコード.
           MOVE 2 TO 取り出し範囲.
           PERFORM 乱数更新.
                   MOVE "ZZZ"
                     TO 所属コード OF 名簿生成レコード
                 WHEN 1
                   MOVE 99999999 TO 生成年月日
                   MOVE 生成年月日
                     TO 生年月日 OF 名簿生成レコード
                 WHEN 2
                   MOVE 前回コード
           END-IF.
           MOVE 従業員コード OF 名簿生成レコード
             TO 前回コード.
           MOVE 生成年月日 TO 制御加算値.
           PERFORM 生成合計加算.
           WRITE 名簿生成レコード.
      *
       明細1件生成－ＥＸ.
       EXIT.
      *
      ***********************************
       抽出生成               SECTION.
      ***********************************
      *
           OPEN OUTPUT 抽出生成ファイル.
      *  受け取り側の検証が通るようヘッダを付ける。
           MOVE "HDR" TO ヘッダ区分.
           MOVE "TESTJINJIMST" TO ヘッダフィードID.
           MOVE 実行日 TO ヘッダ作成日.
           MOVE ヘッダ作業 TO 抽出生成レコード.
           WRITE 抽出生成レコード.
           MOVE ZERO TO 生成合計.
           PERFORM VARYING 生成番号 FROM 1 BY 1
             UNTIL 生成番号 > 生成件数
             PERFORM 抽出1件生成
           END-PERFORM.
      *  件数と生年月日合計のトレーラを付ける。
           MOVE "TRL" TO トレーラ区分.
           MOVE 生成件数 TO トレーラ件数.
           MOVE 生成合計 TO トレーラ合計.
           MOVE トレーラ作業 TO 抽出生成レコード.
           WRITE 抽出生成レコード.
           CLOSE 抽出生成ファイル.
      *
       抽出生成－ＥＸ.
       EXIT.
      *
      ***********************************
       抽出1件生成            SECTION.
      ***********************************
      *
           INITIALIZE 抽出生成レコード.
           MOVE 2 TO 取り出し範囲.
           PERFORM 乱数更新.
           IF 取り出し値 = ZERO
             THEN
               MOVE "J" TO 部署区分 OF 抽出生成レコード
             ELSE
               MOVE "S" TO 部署区分 OF 抽出生成レコード
           END-IF.
           MOVE 生成番号 TO 連番編集.
           MOVE SPACES
             TO 社員コード OF 抽出生成レコード.
           STRING 部署区分 OF 抽出生成レコード
                  DELIMITED BY SIZE
                  連番編集(2:4) DELIMITED BY SIZE
                  INTO 社員コード OF 抽出生成レコード.
           MOVE SPACES
             TO 氏名 OF 抽出生成レコード.
           STRING "TESTUSER" DELIMITED BY SIZE
                  連番編集 DELIMITED BY SIZE
                  INTO 氏名 OF 抽出生成レコード.
           MOVE 氏名 OF 抽出生成レコード
             TO フリガナ OF 抽出生成レコード.
           PERFORM 生年月日生成.
           COMPUTE 生成年月日 =
             生成年 * 10000 + 生成月 * 100 + 生成日.
           MOVE 生成年月日
             TO 生年月日 OF 抽出生成レコード.
      *  入社年月日は22歳以降の4月1日とする。
           MOVE 10 TO 取り出し範囲.
           PERFORM 乱数更新.
           COMPUTE 生成入社年月日 =
             ( 生成年 + 22 + 取り出し値 ) * 10000 + 0401.
           MOVE 生成入社年月日
             TO 入社年月日 OF 抽出生成レコード.
           MOVE "1" TO 在籍状態区分 OF 抽出生成レコード.
      *  指定率でわざとエラーを混入する。
           PERFORM エラー混入判定.
           IF 混入フラグ = "Y"
             THEN
               EVALUATE エラー種別
                 WHEN 0
                   MOVE "X"
                     TO 部署区分 OF 抽出生成レコード
                 WHEN 1
                   MOVE 99999999 TO 生成年月日
                   MOVE 生成年月日
                     TO 生年月日 OF 抽出生成レコード
                 WHEN 2
                   MOVE 前回コード
                     TO 社員コード OF 抽出生成レコード
               END-EVALUATE
             ELSE
               CONTINUE
           END-IF.
           MOVE 社員コード OF 抽出生成レコード
             TO 前回コード.
           MOVE 生成年月日 TO 制御加算値.
           PERFORM 生成合計加算.
           WRITE 抽出生成レコード.
      *
       抽出1件生成－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
