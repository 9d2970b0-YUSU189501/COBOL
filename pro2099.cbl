       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2099.
      *  収入台帳の受入。PRO2025の検査を通った収入明細フィード
      *  (SHUNYUIN2010C)を収入台帳(SHUNYU2010)へ追記する。
      *  台帳は追記式のため、書き込む前にフィード全体のヘッダ・
      *  トレーラ(件数・総支給額の合計)を照合し、取込済フィード
      *  登録簿(SUB2013)で二重取り込みを防ぐ。締め制御ファイル
      *  (CLOSE2010)で締め済みの年月の明細はPRO2010と同じく
      *  調整保留(SHUNYUCHOUSEI2010)へ退避し、次の実行で当日の
      *  日付により当期へ振り替える(元の年月は調整元年月に
      *  残す)。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  PRO2025の検査を通った収入明細フィード。
           SELECT 入力ファイル ASSIGN TO
             "/home/suzuki/DATA/SHUNYUIN2010C"
             FILE STATUS IS 入力状態.
      *  収入台帳。追記する。
           SELECT 台帳ファイル ASSIGN TO
             "/home/suzuki/DATA/SHUNYU2010"
             FILE STATUS IS 台帳状態.
      *  締め済み年月の一覧。
           SELECT 締め制御ファイル ASSIGN TO
             "/home/suzuki/DATA/CLOSE2010"
             FILE STATUS IS 締め制御状態.
      *  締め済み期間の明細の調整保留と、今回分の書き出し先。
           SELECT 調整保留ファイル ASSIGN TO
             "/home/suzuki/DATA/SHUNYUCHOUSEI2010"
             FILE STATUS IS 調整保留状態.
           SELECT 調整保留新ファイル ASSIGN TO
             "/home/suzuki/DATA/SHUNYUCHOUSEI2010N"
             FILE STATUS IS 調整保留新状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  入力ファイル.
       01  入力レコード.
           COPY CP056.
       FD  台帳ファイル.
       01  台帳レコード.
           COPY CP056.
       FD  締め制御ファイル.
       01  締め制御レコード.
           05 締め年月        PIC 9(06).
       FD  調整保留ファイル.
       01  調整保留レコード.
           COPY CP056.
       FD  調整保留新ファイル.
       01  調整保留新レコード.
           COPY CP056.
       WORKING-STORAGE        SECTION.
       01  状態.
         03 入力状態          PIC X(2).
         03 台帳状態          PIC X(2).
         03 締め制御状態      PIC X(2).
         03 調整保留状態      PIC X(2).
         03 調整保留新状態    PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
      *  取込済フィード登録簿呼出し(SUB2013)への引き渡し情報。
       01  フィード登録情報.
           COPY CP017.
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
      *  締め済み年月のテーブル。
       01  締めテーブルエリア.
         03 締め件数          PIC 9(2) VALUE ZERO.
         03 締め番号          PIC 9(2).
         03 表締め年月        PIC 9(6) OCCURS 60 TIMES.
       01  締め済フラグ       PIC X(1).
           88 締め済          VALUE "Y".
      *  件数集計。
       01  集計エリア.
         03 計上件数          PIC 9(7) VALUE ZERO.
         03 調整保留件数      PIC 9(5) VALUE ZERO.
         03 調整反映件数      PIC 9(5) VALUE ZERO.
         03 差引合計          PIC 9(13) VALUE ZERO.
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
           DISPLAY "***PRO2099 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
      *  フィードが無い日は前回の調整保留の振り替えもしない。
           OPEN INPUT 入力ファイル.
           IF 入力状態 NOT = "00"
             THEN
               DISPLAY "収入明細フィードなし。"
               DISPLAY "***PRO2099 END***"
               GOBACK
             ELSE
               CONTINUE
           END-IF.
           PERFORM 制御事前検証.
           PERFORM 取込済検査.
           PERFORM 締め年月読込.
      *
           OPEN EXTEND 台帳ファイル.
           IF 台帳状態 NOT = "00"
             THEN
               CLOSE 台帳ファイル
               OPEN OUTPUT 台帳ファイル
             ELSE
               CONTINUE
           END-IF.
           IF 台帳状態 NOT = "00"
             THEN
               MOVE "PRO2099" TO 発生プログラム名
               MOVE 台帳状態 TO 入出力状態
               MOVE "収入台帳のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           OPEN OUTPUT 調整保留新ファイル.
      *  前回退避した調整保留分を当日の日付で台帳へ振り替える。
           PERFORM 調整反映.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       制御事前検証           SECTION.
      ***********************************
      *
      *  台帳は追記式で書き戻せないため、書き込む前にフィード
      *  全体を読み、ヘッダ・トレーラの有無と件数・合計を
      *  照合する。転送途中で切れたフィードは取り込まない。
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 入力ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 EVALUATE 入力レコード(1:3)
                   WHEN "HDR"
                     MOVE 入力レコード TO ヘッダ作業
                     MOVE "Y" TO ヘッダ検出フラグ
                   WHEN "TRL"
                     MOVE 入力レコード TO トレーラ作業
                     MOVE "Y" TO トレーラ検出フラグ
                   WHEN OTHER
                     ADD 1 TO 受領件数
                     MOVE 総支給額 OF 入力レコード
                       TO 制御加算値
                     PERFORM 受領合計加算
                 END-EVALUATE
             END-READ
           END-PERFORM.
           CLOSE 入力ファイル.
           IF ヘッダ検出フラグ NOT = "Y"
              OR トレーラ検出フラグ NOT = "Y"
             THEN
               MOVE "PRO2099" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "フィード制御レコード欠落"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           IF トレーラ件数 NOT = 受領件数
              OR トレーラ合計 NOT = 受領合計
             THEN
               DISPLAY "記録件数:" トレーラ件数
                       " 受領件数:" 受領件数
               MOVE "PRO2099" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "フィードトレーラ不一致"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
      *
       制御事前検証－ＥＸ.
       EXIT.
      *
      ***********************************
       受領合計加算           SECTION.
      ***********************************
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
      ***********************************
       取込済検査             SECTION.
      ***********************************
      *
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
               DISPLAY "***PRO2099 END***"
               GOBACK
           END-EVALUATE.
      *
       取込済検査－ＥＸ.
       EXIT.
      *
      ***********************************
       締め年月読込           SECTION.
      ***********************************
      *
           OPEN INPUT 締め制御ファイル.
           IF 締め制御状態 NOT = "00"
             THEN
               CONTINUE
             ELSE
               PERFORM UNTIL 締め制御状態 NOT = "00"
                 READ 締め制御ファイル
                   AT END
                     CONTINUE
                   NOT AT END
                     IF 締め件数 < 60
                       THEN
                         ADD 1 TO 締め件数
                         MOVE 締め年月
                           TO 表締め年月(締め件数)
                       ELSE
                         DISPLAY "締めテーブル上限超過。"
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 締め制御ファイル
           END-IF.
      *
       締め年月読込－ＥＸ.
       EXIT.
      *
      ***********************************
       調整反映               SECTION.
      ***********************************
      *
      *  元の年月は調整元年月に残す。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 調整保留ファイル.
           IF 調整保留状態 NOT = "00"
             THEN
               GO TO 調整反映－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 調整保留ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 MOVE 調整保留レコード TO 台帳レコード
                 MOVE 実行日
                   TO 収入日付 OF 台帳レコード
                 PERFORM 台帳書き込み
                 ADD 1 TO 調整反映件数
             END-READ
           END-PERFORM.
           CLOSE 調整保留ファイル.
      *
       調整反映－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
      *  照合済みのフィードを読み直して台帳へ計上する。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 入力ファイル.
           PERFORM UNTIL 読込終了
             READ 入力ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 入力レコード(1:3) = "HDR"
                    OR 入力レコード(1:3) = "TRL"
                   THEN
                     CONTINUE
                   ELSE
                     PERFORM 明細1件計上
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 入力ファイル.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       明細1件計上            SECTION.
      ***********************************
      *
      *  締め済み期間の明細は台帳へ書かず調整保留へ退避する。
           MOVE 入力レコード TO 台帳レコード.
           MOVE ZERO TO 収入調整元年月 OF 台帳レコード.
           MOVE "N" TO 締め済フラグ.
           PERFORM VARYING 締め番号 FROM 1 BY 1
             UNTIL 締め番号 > 締め件数
             IF 表締め年月(締め番号) =
                収入日付 OF 台帳レコード(1:6)
               THEN
                 MOVE "Y" TO 締め済フラグ
                 MOVE 締め件数 TO 締め番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 締め済
             THEN
               MOVE 台帳レコード TO 調整保留新レコード
               MOVE 収入日付 OF 台帳レコード(1:6)
                 TO 収入調整元年月 OF 調整保留新レコード
               WRITE 調整保留新レコード
               ADD 1 TO 調整保留件数
               DISPLAY "締め済み期間の収入を保留:"
                       収入日付 OF 台帳レコード
             ELSE
               PERFORM 台帳書き込み
           END-IF.
      *
       明細1件計上－ＥＸ.
       EXIT.
      *
      ***********************************
       台帳書き込み           SECTION.
      ***********************************
      *
           WRITE 台帳レコード.
           ADD 1 TO 計上件数.
           ADD 差引支給額 OF 台帳レコード TO 差引合計.
      *
       台帳書き込み－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           CLOSE 台帳ファイル.
           CLOSE 調整保留新ファイル.
      *  今回退避した分で調整保留ファイルを書き直す。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 調整保留新ファイル.
           OPEN OUTPUT 調整保留ファイル.
           PERFORM UNTIL 読込終了
             READ 調整保留新ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 MOVE 調整保留新レコード
                   TO 調整保留レコード
                 WRITE 調整保留レコード
             END-READ
           END-PERFORM.
           CLOSE 調整保留新ファイル.
           CLOSE 調整保留ファイル.
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
           DISPLAY "計上件数:" 計上件数
                   " 差引支給額合計:" 差引合計.
           IF 調整保留件数 > ZERO
             THEN
               DISPLAY "調整保留件数:" 調整保留件数
             ELSE
               CONTINUE
           END-IF.
           IF 調整反映件数 > ZERO
             THEN
               DISPLAY "調整反映件数:" 調整反映件数
             ELSE
               CONTINUE
           END-IF.
      *
           DISPLAY "***PRO2099 END***".
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
