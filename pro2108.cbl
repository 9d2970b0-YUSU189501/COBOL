       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2108.
      *  支払口座の残高照合表。通帳・カード明細・手元の現金で
      *  確かめた実残高(JITSUZAN2010)の1件ごとに、口座別日次
      *  残高(ZANDAKA2010、PRO2107が作成)からその日以前の最後
      *  の日末残高を計算上の残高として求め(入出金が無ければ
      *  支払口座マスタ(KOZAMST2010)の開始残高)、実残高との
      *  差額を残高照合表(JITSUZANRPT2010)へ書く。差額のある
      *  もの、口座の分からないもの、開始日より前のものは
      *  差異として数える。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  現金・銀行口座・カードを登録した支払口座マスタ。
           SELECT 口座マスタファイル ASSIGN TO
             "/home/suzuki/DATA/KOZAMST2010"
             FILE STATUS IS 口座マスタ状態.
      *  PRO2107が作る口座別日次残高。
           SELECT 日次残高ファイル ASSIGN TO
             "/home/suzuki/DATA/ZANDAKA2010"
             FILE STATUS IS 日次残高状態.
      *  確かめた実残高。
           SELECT 実残高ファイル ASSIGN TO
             "/home/suzuki/DATA/JITSUZAN2010"
             FILE STATUS IS 実残高状態.
      *  残高照合表。
           SELECT 照合表ファイル ASSIGN TO
             "/home/suzuki/DATA/JITSUZANRPT2010"
             FILE STATUS IS 照合表状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  口座マスタファイル.
       01  口座マスタレコード.
           COPY CP064.
       FD  日次残高ファイル.
       01  日次残高レコード.
           COPY CP066.
       FD  実残高ファイル.
       01  実残高レコード.
         03 実残高日付        PIC 9(8).
         03 実残高口座コード  PIC X(4).
      *   カードは未払額を負の残高で入れる。
         03 実残高            PIC S9(11).
       FD  照合表ファイル.
       01  照合表レコード     PIC X(120).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 口座マスタ状態    PIC X(2).
         03 日次残高状態      PIC X(2).
         03 実残高状態        PIC X(2).
         03 照合表状態        PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
      *  支払口座マスタのテーブル。
       01  口座テーブルエリア.
         03 口座件数          PIC 9(3) VALUE ZERO.
         03 口座番号          PIC 9(3).
         03 該当口座番号      PIC 9(3).
         03 口座エントリ      OCCURS 50 TIMES.
           05 表口座コード    PIC X(4).
           05 表口座名        PIC X(30).
           05 表開始日        PIC 9(8).
           05 表開始残高      PIC S9(11).
      *  口座別日次残高のテーブル。口座・日付順に並ぶ。
       01  日次テーブルエリア.
         03 日次件数          PIC 9(5) VALUE ZERO.
         03 日次番号          PIC 9(5).
         03 日次エントリ      OCCURS 20000 TIMES.
           05 表残高日付      PIC 9(8).
           05 表残高口座      PIC X(4).
           05 表日末残高      PIC S9(11).
      *  1件の照合ワーク。
       01  計算残高           PIC S9(11).
       01  残高差額           PIC S9(11).
       01  照合結果           PIC X(12).
      *  件数と合計。
       01  集計エリア.
         03 照合件数          PIC 9(7) VALUE ZERO.
         03 一致件数          PIC 9(7) VALUE ZERO.
         03 差異件数          PIC 9(7) VALUE ZERO.
         03 差額合計          PIC S9(11) VALUE ZERO.
       01  残高表示           PIC -,---,---,--9.
       01  件数表示           PIC Z,ZZZ,ZZ9.
       01  別件数表示         PIC Z,ZZZ,ZZ9.
       01  照合表行           PIC X(120).
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
           DISPLAY "***PRO2108 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           PERFORM 口座マスタ読込.
           PERFORM 日次残高読込.
           OPEN OUTPUT 照合表ファイル.
           MOVE SPACES TO 照合表行.
           STRING "残高照合表 処理日:" DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO 照合表行.
           WRITE 照合表レコード FROM 照合表行.
           MOVE SPACES TO 照合表行.
           STRING "日付     口座 口座名" DELIMITED BY SIZE
                  "                             計算残高"
                  DELIMITED BY SIZE
                  "         実残高           差額 結果"
                  DELIMITED BY SIZE
                  INTO 照合表行.
           WRITE 照合表レコード FROM 照合表行
             AFTER 2 LINE
           END-WRITE.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       口座マスタ読込         SECTION.
      ***********************************
      *
           OPEN INPUT 口座マスタファイル.
           IF 口座マスタ状態 NOT = "00"
             THEN
               MOVE "PRO2108" TO 発生プログラム名
               MOVE 口座マスタ状態 TO 入出力状態
               MOVE "支払口座マスタのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 口座マスタ状態 NOT = "00"
             READ 口座マスタファイル
               AT END
                 CONTINUE
               NOT AT END
                 IF 口座件数 < 50
                   THEN
                     ADD 1 TO 口座件数
                     MOVE 口座コード
                       TO 表口座コード(口座件数)
                     MOVE 口座名 TO 表口座名(口座件数)
                     MOVE 開始日 TO 表開始日(口座件数)
                     MOVE 開始残高
                       TO 表開始残高(口座件数)
                   ELSE
                     DISPLAY "支払口座テーブル上限超過。"
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 口座マスタファイル.
      *
       口座マスタ読込－ＥＸ.
       EXIT.
      *
      ***********************************
       日次残高読込           SECTION.
      ***********************************
      *
      *  日次残高が無ければ全ての口座を開始残高で照合する。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 日次残高ファイル.
           IF 日次残高状態 NOT = "00"
             THEN
               DISPLAY "口座別日次残高なし。"
               GO TO 日次残高読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 日次残高ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 日次件数 >= 20000
                   THEN
                     MOVE "PRO2108" TO 発生プログラム名
                     MOVE SPACES TO 入出力状態
                     MOVE "日次残高テーブル上限超過"
                       TO 異常終了メッセージ
                     PERFORM 異常終了処理
                   ELSE
                     CONTINUE
                 END-IF
                 ADD 1 TO 日次件数
                 MOVE 残高日付 TO 表残高日付(日次件数)
                 MOVE 残高口座コード
                   TO 表残高口座(日次件数)
                 MOVE 日末残高 TO 表日末残高(日次件数)
             END-READ
           END-PERFORM.
           CLOSE 日次残高ファイル.
      *
       日次残高読込－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 実残高ファイル.
           IF 実残高状態 NOT = "00"
             THEN
               DISPLAY "実残高なし。"
               GO TO 主処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 実残高ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 PERFORM 残高照合
             END-READ
           END-PERFORM.
           CLOSE 実残高ファイル.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       残高照合               SECTION.
      ***********************************
      *
           ADD 1 TO 照合件数.
           MOVE ZERO TO 計算残高.
           MOVE ZERO TO 残高差額.
           MOVE ZERO TO 該当口座番号.
           PERFORM VARYING 口座番号 FROM 1 BY 1
             UNTIL 口座番号 > 口座件数
             IF 表口座コード(口座番号) =
                実残高口座コード
               THEN
                 MOVE 口座番号 TO 該当口座番号
                 MOVE 口座件数 TO 口座番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           EVALUATE TRUE
             WHEN 該当口座番号 = ZERO
               MOVE "口座不明" TO 照合結果
             WHEN 実残高日付 < 表開始日(該当口座番号)
               MOVE "開始日前" TO 照合結果
             WHEN OTHER
               PERFORM 計算残高検索
               COMPUTE 残高差額 = 実残高 - 計算残高
               IF 残高差額 = ZERO
                 THEN
                   MOVE "一致" TO 照合結果
                 ELSE
                   MOVE "差異" TO 照合結果
               END-IF
           END-EVALUATE.
           IF 照合結果 = "一致"
             THEN
               ADD 1 TO 一致件数
             ELSE
               ADD 1 TO 差異件数
               ADD 残高差額 TO 差額合計
           END-IF.
           MOVE SPACES TO 照合表行.
           MOVE 実残高日付 TO 照合表行(1:8).
           MOVE 実残高口座コード TO 照合表行(10:4).
           IF 該当口座番号 > ZERO
             THEN
               MOVE 表口座名(該当口座番号)
                 TO 照合表行(15:30)
               MOVE 計算残高 TO 残高表示
               MOVE 残高表示 TO 照合表行(46:14)
             ELSE
               CONTINUE
           END-IF.
           MOVE 実残高 TO 残高表示.
           MOVE 残高表示 TO 照合表行(61:14).
           MOVE 残高差額 TO 残高表示.
           MOVE 残高表示 TO 照合表行(76:14).
           MOVE 照合結果 TO 照合表行(91:12).
           WRITE 照合表レコード FROM 照合表行.
      *
       残高照合－ＥＸ.
       EXIT.
      *
      ***********************************
       計算残高検索           SECTION.
      ***********************************
      *
      *  照合日以前で最後の日末残高を探す。無ければ開始残高。
           MOVE 表開始残高(該当口座番号) TO 計算残高.
           PERFORM VARYING 日次番号 FROM 1 BY 1
             UNTIL 日次番号 > 日次件数
             IF 表残高口座(日次番号) = 実残高口座コード
                AND 表残高日付(日次番号) <= 実残高日付
               THEN
                 MOVE 表日末残高(日次番号) TO 計算残高
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       計算残高検索－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           MOVE SPACES TO 照合表行.
           MOVE 照合件数 TO 件数表示.
           STRING "照合件数:" DELIMITED BY SIZE
                  件数表示 DELIMITED BY SIZE
                  INTO 照合表行.
           WRITE 照合表レコード FROM 照合表行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 照合表行.
           MOVE 一致件数 TO 件数表示.
           MOVE 差異件数 TO 別件数表示.
           MOVE 差額合計 TO 残高表示.
           STRING "一致:" DELIMITED BY SIZE
                  件数表示 DELIMITED BY SIZE
                  " 差異:" DELIMITED BY SIZE
                  別件数表示 DELIMITED BY SIZE
                  " 差額合計:" DELIMITED BY SIZE
                  残高表示 DELIMITED BY SIZE
                  INTO 照合表行.
           WRITE 照合表レコード FROM 照合表行.
           CLOSE 照合表ファイル.
           DISPLAY "照合:" 照合件数
                   " 一致:" 一致件数
                   " 差異:" 差異件数.
           DISPLAY "***PRO2108 END***".
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
