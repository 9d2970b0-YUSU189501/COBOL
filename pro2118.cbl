       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2118.
      *  住所マスタの郵便番号検査。住所マスタ(ADRMST2006)の全行
      *  について、郵便番号が数字7桁で郵便番号辞書(YUBIN2010)に
      *  あり、廃止されておらず、住所の都道府県・市区町村が
      *  郵便番号と一致するかを住所検査(SUB2024)で確かめる。
      *  一致しない行を辞書の住所とともに住所検査表
      *  (JUSHOCHK2010)に並べ、結果ごとの件数を付ける。通知の
      *  発行(PRO2029・dbpro04)の前に流し、印刷の前に住所を
      *  直せるようにする。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  受験者・学生の住所・連絡先マスタ。
           SELECT 住所マスタファイル ASSIGN TO
             "/home/suzuki/DATA/ADRMST2006"
             FILE STATUS IS 住所状態.
      *  住所検査表。
           SELECT 検査表ファイル ASSIGN TO
             "/home/suzuki/DATA/JUSHOCHK2010"
             FILE STATUS IS 検査表状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  住所マスタファイル.
       01  住所マスタレコード.
           COPY CP026.
       FD  検査表ファイル.
       01  検査表レコード     PIC X(132).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 住所状態          PIC X(2).
         03 検査表状態        PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
       01  結果表示           PIC X(30).
      *  件数集計。
       01  集計エリア.
         03 検査件数          PIC 9(5) VALUE ZERO.
         03 一致件数          PIC 9(5) VALUE ZERO.
         03 形式不正件数      PIC 9(5) VALUE ZERO.
         03 辞書なし件数      PIC 9(5) VALUE ZERO.
         03 廃止件数          PIC 9(5) VALUE ZERO.
         03 都道府県不一致件数 PIC 9(5) VALUE ZERO.
         03 市区町村不一致件数 PIC 9(5) VALUE ZERO.
         03 検査不可件数      PIC 9(5) VALUE ZERO.
       01  検査表行           PIC X(132).
      *  住所検査呼出し(SUB2024)への引き渡し情報。
       01  住所検査情報.
           COPY CP087.
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
           DISPLAY "***PRO2118 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           OPEN INPUT 住所マスタファイル.
           IF 住所状態 NOT = "00"
             THEN
               MOVE "PRO2118" TO 発生プログラム名
               MOVE 住所状態 TO 入出力状態
               MOVE "住所マスタのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           OPEN OUTPUT 検査表ファイル.
           IF 検査表状態 NOT = "00"
             THEN
               MOVE "PRO2118" TO 発生プログラム名
               MOVE 検査表状態 TO 入出力状態
               MOVE "住所検査表のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 検査表行.
           STRING "住所検査表 処理日:" DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO 検査表行.
           WRITE 検査表レコード FROM 検査表行.
           MOVE SPACES TO 検査表行.
           MOVE "対象"     TO 検査表行(1:6).
           MOVE "郵便"     TO 検査表行(10:6).
           MOVE "住所"     TO 検査表行(18:6).
           MOVE "結果"     TO 検査表行(79:6).
           WRITE 検査表レコード FROM 検査表行
             AFTER 2 LINE
           END-WRITE.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 住所マスタファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 ADD 1 TO 検査件数
                 PERFORM 住所1件検査
             END-READ
           END-PERFORM.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       住所1件検査            SECTION.
      ***********************************
      *
           MOVE SPACES TO 住所検査情報.
           MOVE "C"      TO 検査要求区分.
           MOVE 郵便番号 TO 検査郵便番号.
           MOVE 住所     TO 検査住所.
           CALL "SUB2024" USING 住所検査情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "90" TO 検査結果
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           EVALUATE 検査結果
             WHEN "00"
               ADD 1 TO 一致件数
               GO TO 住所1件検査－ＥＸ
             WHEN "10"
               ADD 1 TO 形式不正件数
               MOVE "郵便番号の形式不正" TO 結果表示
             WHEN "20"
               ADD 1 TO 辞書なし件数
               MOVE "辞書に無い郵便番号" TO 結果表示
             WHEN "30"
               ADD 1 TO 廃止件数
               MOVE "廃止された郵便番号" TO 結果表示
             WHEN "40"
               ADD 1 TO 都道府県不一致件数
               MOVE "都道府県が不一致" TO 結果表示
             WHEN "50"
               ADD 1 TO 市区町村不一致件数
               MOVE "市区町村が不一致" TO 結果表示
             WHEN OTHER
               ADD 1 TO 検査不可件数
               GO TO 住所1件検査－ＥＸ
           END-EVALUATE.
           MOVE SPACES TO 検査表行.
           MOVE 対象区分   TO 検査表行(1:1).
           MOVE 対象コード TO 検査表行(3:6).
           MOVE 郵便番号   TO 検査表行(10:7).
           MOVE 住所       TO 検査表行(18:60).
           MOVE 結果表示   TO 検査表行(79:30).
           WRITE 検査表レコード FROM 検査表行.
           IF 推奨住所 NOT = SPACES
             THEN
               MOVE SPACES TO 検査表行
               MOVE "辞書の住所:" TO 検査表行(10:16)
               MOVE 推奨住所 TO 検査表行(26:107)
               WRITE 検査表レコード FROM 検査表行
             ELSE
               CONTINUE
           END-IF.
      *
       住所1件検査－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           MOVE SPACES TO 検査表行.
           STRING "検査:" DELIMITED BY SIZE
                  検査件数 DELIMITED BY SIZE
                  " 一致:" DELIMITED BY SIZE
                  一致件数 DELIMITED BY SIZE
                  " 形式不正:" DELIMITED BY SIZE
                  形式不正件数 DELIMITED BY SIZE
                  " 辞書に無い:" DELIMITED BY SIZE
                  辞書なし件数 DELIMITED BY SIZE
                  " 廃止:" DELIMITED BY SIZE
                  廃止件数 DELIMITED BY SIZE
                  INTO 検査表行.
           WRITE 検査表レコード FROM 検査表行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 検査表行.
           STRING "都道府県不一致:" DELIMITED BY SIZE
                  都道府県不一致件数 DELIMITED BY SIZE
                  " 市区町村不一致:" DELIMITED BY SIZE
                  市区町村不一致件数 DELIMITED BY SIZE
                  " 検査不可:" DELIMITED BY SIZE
                  検査不可件数 DELIMITED BY SIZE
                  INTO 検査表行.
           WRITE 検査表レコード FROM 検査表行.
           CLOSE 住所マスタファイル.
           CLOSE 検査表ファイル.
      *  郵便番号辞書を閉じる。
           MOVE SPACES TO 住所検査情報.
           MOVE "E" TO 検査要求区分.
           CALL "SUB2024" USING 住所検査情報
             ON EXCEPTION
               CONTINUE
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           DISPLAY "検査:" 検査件数
                   " 一致:" 一致件数
                   " 検査不可:" 検査不可件数.
      *
           DISPLAY "***PRO2118 END***".
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
