       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2007.
      *  人事マスタ抽出(JINJIMST2007)のうちPRO2025の検査を
      *  通ったクリーンファイルから人事部・総務部ファイル
      *  (JINJI2007/SOUMU2007)を作り直す。部署区分で振り分け、
      *  部署別・年代別・状態別の件数と取り込めなかった
      *  レコード(検査ゲートのリジェクトを含む)を取込レポート
      *  (JINJILOAD2007)に書き出す。取り込んだフィードは
      *  登録簿(SUB2013)に記録して二重取り込みを防ぐ。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
               氏名 OF 総務部レコード
               WITH DUPLICATES
             FILE STATUS IS 総務状態.
      *  PRO2025の検査を通った人事マスタ抽出。
           SELECT 抽出ファイル ASSIGN TO
             "/home/suzuki/DATA/JINJIMST2007C"
             FILE STATUS IS 抽出状態.
      *  PRO2025で却下された人事マスタ抽出。レポートに載せる。
           SELECT 抽出却下ファイル ASSIGN TO
             "/home/suzuki/DATA/JINJIMST2007R"
             FILE STATUS IS 抽出却下状態.
      *  部署別件数と却下明細の取込レポート。
           SELECT 取込レポートファイル ASSIGN TO
             "/home/suzuki/DATA/JINJILOAD2007"
             FILE STATUS IS レポート状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  人事部ファイル.
       FD  総務部ファイル.
       01  総務部レコード.
           COPY CP024.
       FD  抽出ファイル.
       01  抽出レコード.
           COPY CP028.
       FD  抽出却下ファイル.
       01  抽出却下レコード.
         03 抽出エラーコード  PIC X(2).
      *  却下明細は受領したままの様式(CP096)で残されている。
         03 抽出エラー明細.
           COPY CP096.
       FD  取込レポートファイル.
       01  取込レポートレコード PIC X(100).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 人事状態          PIC X(2).
         03 総務状態          PIC X(2).
         03 抽出状態          PIC X(2).
         03 抽出却下状態 PIC X(2).
         03 レポート状態      PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
      *  メッセージ出力呼出し(SUB9300)への引き渡し情報。
       01  メッセージ情報.
           COPY CP022.
      *  異常終了ログ呼出し(SUB9000)への引き渡し情報。
       01  異常終了情報.
           COPY CP010.
      *  取込済フィード登録簿呼出し(SUB2013)への引き渡し情報。
       01  フィード登録情報.
           COPY CP017.
      *  年齢算出呼出し(SUB2008)への引き渡し情報。
       01  年齢算出情報.
           COPY CP011.
      *  人員数・年代別の件数集計。
       01  集計エリア.
         03 人事部件数        PIC 9(04) VALUE ZERO.
         03 在籍件数          PIC 9(04) VALUE ZERO.
         03 休職件数          PIC 9(04) VALUE ZERO.
         03 退職予定件数      PIC 9(04) VALUE ZERO.
      *  取り込めなかった件数。取込却下は重複コードなど
      *  書き込み時の却下、検査却下はPRO2025での却下。
         03 人事部却下件数    PIC 9(04) VALUE ZERO.
         03 総務部却下件数    PIC 9(04) VALUE ZERO.
         03 取込却下件数      PIC 9(04) VALUE ZERO.
         03 検査却下件数      PIC 9(04) VALUE ZERO.
       01  集計用年齢          PIC 9(02).
       01  実行日              PIC 9(08).
      *  レコードへ刻む最終更新日時(YYYYMMDDHHMMSS)のワーク。
       01  更新時刻            PIC 9(08).
       01  更新時刻分解 REDEFINES 更新時刻.
         03 更新時分秒         PIC 9(06).
         03 FILLER             PIC 9(02).
       01  更新日時            PIC 9(14).
      *  フィードのヘッダ・トレーラ制御レコードの検査領域。
       01  ヘッダ作業.
         03 ヘッダ区分        PIC X(3).
         03 ヘッダフィードID  PIC X(12).
         03 ヘッダ作成日      PIC 9(8).
       01  トレーラ作業.
         03 トレーラ区分      PIC X(3).
         03 トレーラ件数      PIC 9(7).
         03 トレーラ合計      PIC 9(13).
       01  ヘッダ検出フラグ   PIC X(1) VALUE "N".
       01  トレーラ検出フラグ PIC X(1) VALUE "N".
       01  受領件数           PIC 9(7) VALUE ZERO.
       01  受領合計           PIC 9(13) VALUE ZERO.
       01  制御加算値         PIC 9(10).
      *  取込レポートの編集領域。
       01  レポート行         PIC X(100).
       01  却下理由           PIC X(30).
      *
       PROCEDURE              DIVISION.
      ************************************************
      *
           DISPLAY "***PRO2007 START***".
      *
      *  年齢の算出基準とする実行日を取得する。
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           ACCEPT 更新時刻 FROM TIME.
           COMPUTE 更新日時 =
             実行日 * 1000000 + 更新時分秒.
               CONTINUE
           END-IF.
      *
      *  出力を作り始める前に抽出フィードの制御レコードと
      *  取込済かどうかを確かめる。
           PERFORM 抽出事前検証.
      *
      *  作り直すと決まってから人事・総務ファイル群のロックを
      *  取得する。
           MOVE "A" TO ロック要求区分.
               PERFORM ロック解放
               STOP RUN
           END-IF.
      *
           OPEN INPUT 抽出ファイル.
           OPEN OUTPUT 取込レポートファイル.
      *
           IF 抽出状態 = "00" AND レポート状態 = "00"
             THEN
               CONTINUE
             ELSE
               MOVE "PRO2007" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               IF 抽出状態 NOT = "00"
                 THEN
                   MOVE 抽出状態 TO 入出力状態
                 ELSE
                   MOVE レポート状態 TO 入出力状態
               END-IF
               MOVE "オープンエラー"
                 TO 異常終了メッセージ
               CALL "SUB9000" USING 異常終了情報
                 ON EXCEPTION
                   DISPLAY "サブルーチン呼出し失敗"
                 NOT ON EXCEPTION
                   CONTINUE
               END-CALL
               MOVE "CC1001E" TO 要求メッセージID
               CALL "SUB9300" USING メッセージ情報
                 ON EXCEPTION
                   DISPLAY "サブルーチン呼出し失敗"
                 NOT ON EXCEPTION
                   CONTINUE
               END-CALL
      *  保持中のロックを残さないよう解放してから終了する。
               PERFORM ロック解放
               STOP RUN
           END-IF.
      *
           MOVE SPACES TO レポート行.
           STRING "人事マスタ取込レポート 実行日:"
                  DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  " フィード:" DELIMITED BY SIZE
                  ヘッダフィードID DELIMITED BY SIZE
                  " 作成日:" DELIMITED BY SIZE
                  ヘッダ作成日 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 取込レポートレコード FROM レポート行.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ************************************************
       抽出事前検証           SECTION.
      ************************************************
      *
      *  クリーンファイルを一通り読み、ヘッダ・トレーラの
      *  有無と件数・生年月日合計を検証する。転送途中で
      *  切れたフィードで人事部・総務部ファイルを作り直さない
      *  ための検査。
           OPEN INPUT 抽出ファイル.
           IF 抽出状態 NOT = "00"
             THEN
               MOVE "PRO2007" TO 発生プログラム名
               MOVE 抽出状態 TO 入出力状態
               MOVE "人事マスタ抽出のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 抽出ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 EVALUATE 抽出レコード(1:3)
                   WHEN "HDR"
                     MOVE 抽出レコード TO ヘッダ作業
                     MOVE "Y" TO ヘッダ検出フラグ
                   WHEN "TRL"
                     MOVE 抽出レコード TO トレーラ作業
                     MOVE "Y" TO トレーラ検出フラグ
                   WHEN OTHER
                     ADD 1 TO 受領件数
                     MOVE 生年月日 OF 抽出レコード
                       TO 制御加算値
                     PERFORM 受領合計加算
                 END-EVALUATE
             END-READ
           END-PERFORM.
           CLOSE 抽出ファイル.
           IF ヘッダ検出フラグ NOT = "Y" OR
              トレーラ検出フラグ NOT = "Y"
             THEN
               MOVE "PRO2007" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "フィード制御レコード欠落"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           IF トレーラ件数 NOT = 受領件数 OR
              トレーラ合計 NOT = 受領合計
             THEN
               DISPLAY "記録件数:" トレーラ件数
                       " 受領件数:" 受領件数
               MOVE "PRO2007" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "フィードトレーラ不一致"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
      *  同じフィードを二重に取り込まないか登録簿で検査する。
           MOVE "C" TO 登録要求区分.
           MOVE ヘッダフィードID TO 登録フィードID.
           MOVE ヘッダ作成日     TO 登録作成日.
           CALL "SUB2013" USING フィード登録情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           EVALUATE 登録結果状態
             WHEN "00"
               CONTINUE
             WHEN "05"
               DISPLAY "取込済フィードを上書き許可で"
                       "再取り込みします:"
                       ヘッダフィードID
             WHEN OTHER
               DISPLAY "取込済フィードのため"
                       "取り込みを中止します:"
                       ヘッダフィードID
               STOP RUN
           END-EVALUATE.
      *
       抽出事前検証－ＥＸ.
       EXIT.
      *
      ************************************************
       受領合計加算           SECTION.
      ************************************************
      *
      *  13桁を超えた分は巡回させる。
           ADD 制御加算値 TO 受領合計
             ON SIZE ERROR
               COMPUTE 受領合計 =
                 受領合計 + 制御加算値
                 - 10000000000000
           END-ADD.
      *
       受領合計加算－ＥＸ.
       EXIT.
      *
      ************************************************
       主処理                 SECTION.
      ************************************************
      *
      *  抽出を部署区分で人事部・総務部へ振り分けて書き込む。
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 抽出ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 EVALUATE TRUE
                   WHEN 抽出レコード(1:3) = "HDR"
                     CONTINUE
                   WHEN 抽出レコード(1:3) = "TRL"
                     CONTINUE
                   WHEN 部署区分 OF 抽出レコード = "J"
                     PERFORM 人事部ファイル作成処理
                   WHEN 部署区分 OF 抽出レコード = "S"
                     PERFORM 総務部ファイル作成処理
                   WHEN OTHER
                     MOVE "部署区分不正" TO 却下理由
                     PERFORM 取込却下出力
                 END-EVALUATE
             END-READ
           END-PERFORM.
           CLOSE 抽出ファイル.
      *  検査ゲートで却下された抽出もレポートに載せる。
           PERFORM 検査却下出力.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ************************************************
       人事部ファイル作成処理 SECTION.
      ************************************************
      *
      * 人事部ファイル作成処理
           INITIALIZE 人事部レコード.
           MOVE 社員コード OF 抽出レコード
             TO 社員コード OF 人事部レコード.
           MOVE 氏名 OF 抽出レコード
             TO 氏名 OF 人事部レコード.
           MOVE フリガナ OF 抽出レコード
             TO フリガナ OF 人事部レコード.
           MOVE 生年月日 OF 抽出レコード
             TO 生年月日 OF 人事部レコード.
           MOVE 入社年月日 OF 抽出レコード
             TO 入社年月日 OF 人事部レコード.
           MOVE 在籍状態区分 OF 抽出レコード
             TO 在籍状態区分 OF 人事部レコード.
      *
           PERFORM 人事部レコード書き込み.
      *
      ************************************************
      *
      * 総務部ファイル作成処理
           INITIALIZE 総務部レコード.
           MOVE 社員コード OF 抽出レコード
             TO 社員コード OF 総務部レコード.
           MOVE 氏名 OF 抽出レコード
             TO 氏名 OF 総務部レコード.
           MOVE フリガナ OF 抽出レコード
             TO フリガナ OF 総務部レコード.
           MOVE 生年月日 OF 抽出レコード
             TO 生年月日 OF 総務部レコード.
           MOVE 入社年月日 OF 抽出レコード
             TO 入社年月日 OF 総務部レコード.
           MOVE 在籍状態区分 OF 抽出レコード
             TO 在籍状態区分 OF 総務部レコード.
      *
           PERFORM 総務部レコード書き込み.
      *
           DISPLAY "在籍    :" 在籍件数.
           DISPLAY "休職    :" 休職件数.
           DISPLAY "退職予定:" 退職予定件数.
           DISPLAY "却下集計-------------".
           DISPLAY "取込却下:" 取込却下件数.
           DISPLAY "検査却下:" 検査却下件数.
      *
      * 同じ集計を取込レポートに書き出す。
           PERFORM 集計レポート出力.
           CLOSE 取込レポートファイル.
      *
      *  取り込んだフィードを登録簿に記録する。
           MOVE "R" TO 登録要求区分.
           MOVE ヘッダフィードID TO 登録フィードID.
           MOVE ヘッダ作成日     TO 登録作成日.
           CALL "SUB2013" USING フィード登録情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
      *
      *  取得したロックを解放する。
           PERFORM ロック解放.
      ************************************************
      *
      * 人事部レコード書き込み
           MOVE SPACE
             TO 再雇用フラグ OF 人事部レコード.
           MOVE 更新日時
             TO 最終更新日時 OF 人事部レコード.
           MOVE "PRO2007"
             TO 更新元プログラム OF 人事部レコード.
           WRITE 人事部レコード
             INVALID KEY
               MOVE "社員コード重複" TO 却下理由
               PERFORM 取込却下出力
               ADD 1 TO 人事部却下件数
               GO TO 人事部レコード書き込み－ＥＸ
           END-WRITE.
           ADD 1 TO 人事部件数.
           ADD 1 TO 合計件数.
           MOVE 生年月日 OF 人事部レコード
             TO 算出生年月日.
           PERFORM 年齢算出.
           PERFORM 年代集計.
           PERFORM 状態集計-人事.
      *
      ************************************************
      *
      * 総務部レコード書き込み
           MOVE SPACE
             TO 再雇用フラグ OF 総務部レコード.
           MOVE 更新日時
             TO 最終更新日時 OF 総務部レコード.
           MOVE "PRO2007"
             TO 更新元プログラム OF 総務部レコード.
           WRITE 総務部レコード
             INVALID KEY
               MOVE "社員コード重複" TO 却下理由
               PERFORM 取込却下出力
               ADD 1 TO 総務部却下件数
               GO TO 総務部レコード書き込み－ＥＸ
           END-WRITE.
           ADD 1 TO 総務部件数.
           ADD 1 TO 合計件数.
           MOVE 生年月日 OF 総務部レコード
             TO 算出生年月日.
           PERFORM 年齢算出.
           PERFORM 年代集計.
           PERFORM 状態集計-総務.
      *
       総務部レコード書き込み－ＥＸ.
       EXIT.
      *
      ************************************************
       年齢算出               SECTION.
      ************************************************
      *
      * 実行日時点の満年齢を年代集計用に求める。
           MOVE 実行日 TO 算出基準日.
           CALL "SUB2008" USING 年齢算出情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE ZERO TO 算出年齢
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 算出年齢 > 99
             THEN
               MOVE 99 TO 集計用年齢
             ELSE
               MOVE 算出年齢 TO 集計用年齢
           END-IF.
      *
       年齢算出－ＥＸ.
       EXIT.
      *
      ************************************************
       取込却下出力           SECTION.
      ************************************************
      *
      * 書き込めなかった抽出レコードを理由付きで載せる。
           ADD 1 TO 取込却下件数.
           MOVE SPACES TO レポート行.
           STRING "取込却下 " DELIMITED BY SIZE
                  部署区分 OF 抽出レコード
                  DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  社員コード OF 抽出レコード
                  DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  却下理由 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  氏名 OF 抽出レコード
                  DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 取込レポートレコード FROM レポート行.
      *
       取込却下出力－ＥＸ.
       EXIT.
      *
      ************************************************
       検査却下出力           SECTION.
      ************************************************
      *
      * PRO2025のリジェクトファイルをエラーコード付きで載せる。
      * リジェクトが無ければ何もしない。
           OPEN INPUT 抽出却下ファイル.
           IF 抽出却下状態 NOT = "00"
             THEN
               GO TO 検査却下出力－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 抽出却下ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 ADD 1 TO 検査却下件数
                 MOVE SPACES TO レポート行
                 STRING "検査却下 " DELIMITED BY SIZE
                        部署区分 OF 抽出却下レコード
                        DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        社員コード OF 抽出却下レコード
                        DELIMITED BY SIZE
                        " エラー" DELIMITED BY SIZE
                        抽出エラーコード DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        氏名 OF 抽出却下レコード
                        DELIMITED BY SIZE
                        INTO レポート行
                 WRITE 取込レポートレコード
                   FROM レポート行
             END-READ
           END-PERFORM.
           CLOSE 抽出却下ファイル.
      *
       検査却下出力－ＥＸ.
       EXIT.
      *
      ************************************************
       集計レポート出力       SECTION.
      ************************************************
      *
      * 部署別の取込件数・却下件数と年代別・状態別の件数。
           MOVE SPACES TO レポート行.
           STRING "人事部 取込:" DELIMITED BY SIZE
                  人事部件数 DELIMITED BY SIZE
                  " 却下:" DELIMITED BY SIZE
                  人事部却下件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 取込レポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           STRING "総務部 取込:" DELIMITED BY SIZE
                  総務部件数 DELIMITED BY SIZE
                  " 却下:" DELIMITED BY SIZE
                  総務部却下件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 取込レポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           STRING "合計 取込:" DELIMITED BY SIZE
                  合計件数 DELIMITED BY SIZE
                  " 取込却下:" DELIMITED BY SIZE
                  取込却下件数 DELIMITED BY SIZE
                  " 検査却下:" DELIMITED BY SIZE
                  検査却下件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 取込レポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           STRING "年代別 20歳未満:" DELIMITED BY SIZE
                  ２０歳未満件数 DELIMITED BY SIZE
                  " 20代:" DELIMITED BY SIZE
                  ２０歳代件数 DELIMITED BY SIZE
                  " 30代:" DELIMITED BY SIZE
                  ３０歳代件数 DELIMITED BY SIZE
                  " 40代:" DELIMITED BY SIZE
                  ４０歳代件数 DELIMITED BY SIZE
                  " 50代:" DELIMITED BY SIZE
                  ５０歳代件数 DELIMITED BY SIZE
                  " 60歳以上:" DELIMITED BY SIZE
                  ６０歳以上件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 取込レポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           STRING "状態別 在籍:" DELIMITED BY SIZE
                  在籍件数 DELIMITED BY SIZE
                  " 休職:" DELIMITED BY SIZE
                  休職件数 DELIMITED BY SIZE
                  " 退職予定:" DELIMITED BY SIZE
                  退職予定件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 取込レポートレコード FROM レポート行.
      *
       集計レポート出力－ＥＸ.
       EXIT.
      *
      ************************************************
       異常終了処理           SECTION.
      ************************************************
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
      ************************************************
       状態集計-人事          SECTION.
      ************************************************
