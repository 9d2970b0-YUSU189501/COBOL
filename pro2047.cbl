      *  承認できない(メーカー・チェッカー)。差戻し指示の
      *  取引は破棄し、指示の無い取引は未承認のまま残す。
      *  結果はジャーナル(JNL2007)へ記録する。
      *  保留開始から承認期限(営業日数)を超えて残る取引は
      *  滞留レポート(TAIRYU2007)へ書き出す。
      *  承認者に取引の承認・差戻しの権限(SUB2022)が無い指示
      *  は読み捨て、その取引は未承認のまま残す。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT ジャーナルファイル ASSIGN TO
             "/home/suzuki/DATA/JNL2007"
             FILE STATUS IS ジャーナル状態.
      *  承認期限の営業日数を指定する制御ファイル。
           SELECT 承認期限ファイル ASSIGN TO
             "/home/suzuki/DATA/SHONINKIGEN2007"
             FILE STATUS IS 期限状態.
      *  承認期限を超えて保留中の取引の滞留レポート。
           SELECT 滞留レポートファイル ASSIGN TO
             "/home/suzuki/DATA/TAIRYU2007"
             FILE STATUS IS 滞留状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  未承認保留ファイル.
       01  未承認保留レコード.
           COPY CP025.
      *  PRO2021が未承認保留へ退避した日。
         03 保留開始日        PIC 9(8).
       FD  新保留ファイル.
       01  新保留レコード.
           COPY CP025.
         03 新保留開始日      PIC 9(8).
       FD  承認指示ファイル.
       01  承認指示レコード.
         03 指示区分          PIC X(1).
       FD  取引ファイル.
       01  取引レコード.
           COPY CP025.
      *  末尾16バイトは連鎖ハッシュのトレーラ(CP093)。
       FD  ジャーナルファイル.
       01  ジャーナルレコード PIC X(96).
       FD  承認期限ファイル.
       01  承認期限レコード.
         03 期限営業日数指定  PIC 9(3).
       FD  滞留レポートファイル.
       01  滞留レポートレコード PIC X(80).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 未承認状態        PIC X(2).
         03 指示状態          PIC X(2).
         03 取引状態          PIC X(2).
         03 ジャーナル状態    PIC X(2).
         03 期限状態          PIC X(2).
         03 滞留状態          PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(08).
         03 差戻件数          PIC 9(5) VALUE ZERO.
         03 承認不可件数      PIC 9(5) VALUE ZERO.
         03 継続保留件数      PIC 9(5) VALUE ZERO.
         03 権限なし件数      PIC 9(5) VALUE ZERO.
       01  ジャーナル行       PIC X(80).
      *  承認期限の営業日数。制御ファイルが無いか0なら5営業日。
       01  承認期限営業日数   PIC 9(3) VALUE 5.
      *  滞留判定の件数と、保留営業日数の編集領域。
       01  滞留集計エリア.
         03 滞留件数          PIC 9(5) VALUE ZERO.
         03 滞留判定不可件数  PIC 9(5) VALUE ZERO.
       01  保留営業日数表示   PIC ZZZ9.
      *  営業日計算呼出し(SUB2018)への引き渡し情報。
       01  営業日計算情報.
           COPY CP044.
      *  権限確認呼出し(SUB2022)への引き渡し情報。
       01  権限確認情報.
           COPY CP077.
      *  連鎖ハッシュ呼出し(SUB2025)への引き渡し情報。
       01  連鎖情報.
           COPY CP093.
      *  異常終了ログ呼出し(SUB9000)への引き渡し情報。
       01  異常終了情報.
           COPY CP010.
      *
           DISPLAY "***PRO2047 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
      *  承認期限の営業日数を読む。
           OPEN INPUT 承認期限ファイル.
           IF 期限状態 = "00"
             THEN
               READ 承認期限ファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   IF 期限営業日数指定 IS NUMERIC
                      AND 期限営業日数指定 > ZERO
                     THEN
                       MOVE 期限営業日数指定
                         TO 承認期限営業日数
                     ELSE
                       CONTINUE
                   END-IF
               END-READ
               CLOSE 承認期限ファイル
             ELSE
               CONTINUE
           END-IF.
      *  承認指示をテーブルへ読み込む。
           OPEN INPUT 承認指示ファイル.
           IF 指示状態 NOT = "00"
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     PERFORM 承認権限確認
                     IF 確認結果 NOT = "00"
                       THEN
                         ADD 1 TO 権限なし件数
                         DISPLAY "承認権限なし:" 指示承認者
                                 " " 指示社員コード
                       ELSE
                         PERFORM 指示取込
                     END-IF
                 END-READ
               END-PERFORM
             ELSE
               CONTINUE
           END-IF.
      *  直前のレコードのハッシュを連鎖の起点にする。
           PERFORM 連鎖準備.
           OPEN OUTPUT 滞留レポートファイル.
           MOVE SPACES TO ジャーナル行.
           STRING "承認滞留一覧 " DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  " 承認期限:" DELIMITED BY SIZE
                  承認期限営業日数 DELIMITED BY SIZE
                  "営業日" DELIMITED BY SIZE
                  INTO ジャーナル行.
           WRITE 滞留レポートレコード FROM ジャーナル行.
      *
       初期処理－ＥＸ.
       EXIT.
                       TO 新保留レコード
                     WRITE 新保留レコード
                     ADD 1 TO 継続保留件数
                     PERFORM 滞留判定
                   WHEN 表指示区分(該当指示番号) = "R"
                     PERFORM 差戻し記録
                   WHEN OTHER
               MOVE 未承認保留レコード
                 TO 新保留レコード
               WRITE 新保留レコード
               PERFORM 滞留判定
             ELSE
               MOVE 未承認保留レコード TO 取引レコード
               MOVE 表承認者(該当指示番号)
                      表承認者(該当指示番号)
                                    DELIMITED BY SIZE
                      INTO ジャーナル行
               PERFORM ジャーナル書込
           END-IF.
      *
       承認処理－ＥＸ.
       EXIT.
      *
      ************************************************
       滞留判定               SECTION.
      ************************************************
      *
      *  保留開始日から実行日までの営業日数を数え、承認期限
      *  を超えていれば滞留レポートへ書く。保留開始日の無い
      *  取引やカレンダの範囲外は判定不可として数える。
           IF 保留開始日 IS NOT NUMERIC
              OR 保留開始日 = ZERO
             THEN
               ADD 1 TO 滞留判定不可件数
               GO TO 滞留判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "C" TO 計算区分.
           MOVE 保留開始日 TO 計算基準日.
           MOVE 実行日 TO 計算終了日.
           CALL "SUB2018" USING 営業日計算情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "20" TO 計算状態
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 計算状態 NOT = "00"
             THEN
               ADD 1 TO 滞留判定不可件数
               GO TO 滞留判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 計算営業日数 > 承認期限営業日数
             THEN
               ADD 1 TO 滞留件数
               MOVE 計算営業日数 TO 保留営業日数表示
               MOVE SPACES TO ジャーナル行
               STRING "滞留 "        DELIMITED BY SIZE
                      処理区分 OF 未承認保留レコード
                                    DELIMITED BY SIZE
                      " "           DELIMITED BY SIZE
                      社員コード OF 未承認保留レコード
                                    DELIMITED BY SIZE
                      " 起票:"      DELIMITED BY SIZE
                      起票者 OF 未承認保留レコード
                                    DELIMITED BY SIZE
                      " 保留開始:"  DELIMITED BY SIZE
                      保留開始日    DELIMITED BY SIZE
                      " 経過営業日:" DELIMITED BY SIZE
                      保留営業日数表示
                                    DELIMITED BY SIZE
                      INTO ジャーナル行
               WRITE 滞留レポートレコード
                 FROM ジャーナル行
             ELSE
               CONTINUE
           END-IF.
      *
       滞留判定－ＥＸ.
       EXIT.
      *
      ************************************************
       差戻し記録             SECTION.
      ************************************************
                  表承認者(該当指示番号)
                                DELIMITED BY SIZE
                  INTO ジャーナル行.
           PERFORM ジャーナル書込.
      *
       差戻し記録－ＥＸ.
       EXIT.
      *
      ************************************************
       連鎖準備               SECTION.
      ************************************************
      *
      *  ジャーナルの最終レコードから前ハッシュを得る。
           MOVE SPACES TO 連鎖情報.
           MOVE "O" TO 連鎖要求区分.
           MOVE "JNL2007" TO 連鎖ファイル名.
           MOVE 96 TO 連鎖レコード長.
           CALL "SUB2025" USING 連鎖情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
      *
       連鎖準備－ＥＸ.
       EXIT.
      *
      ************************************************
       ジャーナル書込         SECTION.
      ************************************************
      *
      *  連鎖トレーラを付けてジャーナルへ書く。
           MOVE ジャーナル行 TO 連鎖レコード.
           MOVE "H" TO 連鎖要求区分.
           CALL "SUB2025" USING 連鎖情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           WRITE ジャーナルレコード FROM 連鎖レコード.
      *
       ジャーナル書込－ＥＸ.
       EXIT.
      *
      ************************************************
       終了処理               SECTION.
      ************************************************
           CLOSE 新保留ファイル.
           CLOSE 取引ファイル.
           CLOSE ジャーナルファイル.
           MOVE SPACES TO ジャーナル行.
           STRING "滞留件数:" DELIMITED BY SIZE
                  滞留件数 DELIMITED BY SIZE
                  " 判定不可:" DELIMITED BY SIZE
                  滞留判定不可件数 DELIMITED BY SIZE
                  INTO ジャーナル行.
           WRITE 滞留レポートレコード FROM ジャーナル行
             AFTER 2 LINE
           END-WRITE.
           CLOSE 滞留レポートファイル.
      *  継続保留分で未承認保留を書き直す。
           PERFORM 保留書き戻し.
           DISPLAY "承認件数:" 承認件数
                   " 差戻件数:" 差戻件数.
           DISPLAY "承認不可:" 承認不可件数
                   " 継続保留:" 継続保留件数
                   " 権限なし:" 権限なし件数.
           DISPLAY "滞留件数:" 滞留件数
                   " 判定不可:" 滞留判定不可件数.
      *
           DISPLAY "***PRO2047 END***".
      *
       終了処理－ＥＸ.
       EXIT.
      *
      ************************************************
       指示取込               SECTION.
      ************************************************
      *
           IF 指示件数 < 100
             THEN
               ADD 1 TO 指示件数
               MOVE 指示区分
                 TO 表指示区分(指示件数)
               MOVE 指示社員コード
                 TO 表社員コード(指示件数)
               MOVE 指示処理区分
                 TO 表処理区分(指示件数)
               MOVE 指示承認者
                 TO 表承認者(指示件数)
             ELSE
               DISPLAY "指示テーブル上限超過。"
           END-IF.
      *
       指示取込－ＥＸ.
       EXIT.
      *
      ************************************************
       承認権限確認           SECTION.
      ************************************************
      *
      *  指示の承認者が取引(TRAN2007)の承認(指示区分)を許され
      *  ているかを確かめる。
           MOVE 指示承認者 TO 確認操作者.
           MOVE "PRO2047"  TO 確認プログラム.
           MOVE 指示区分   TO 確認操作区分.
           MOVE "TRAN2007" TO 確認対象.
           CALL "SUB2022" USING 権限確認情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "30" TO 確認結果
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
      *
       承認権限確認－ＥＸ.
       EXIT.
      *
      ************************************************
       保留書き戻し           SECTION.
      ************************************************
