       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            SUB2024.
      *  郵便番号と住所を郵便番号辞書(YUBIN2010)で検査する共通
      *  サブルーチン。郵便番号が数字7桁か、辞書にあるか、廃止
      *  されていないか、住所の先頭の都道府県・市区町村が辞書と
      *  一致するかを順に確かめ、一致しないときは辞書の住所を
      *  推奨住所として返す。住所マスタ(ADRMST2006)の一括検査
      *  (PRO2118)と、宛名面を作るPRO2029・dbpro04が印刷前に
      *  呼ぶ。辞書は初回呼出し時に開き、開けなければ以後も
      *  検査不可(90)で答える。呼び出し元は終了時に要求区分E
      *  で呼んで辞書を閉じる。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  PRO2117が作る郵便番号辞書。
           SELECT 郵便番号辞書ファイル ASSIGN TO
             "/home/suzuki/DATA/YUBIN2010"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS 辞書郵便番号
             FILE STATUS IS 辞書状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  郵便番号辞書ファイル.
       01  郵便番号辞書レコード.
           COPY CP086.
       WORKING-STORAGE        SECTION.
       01  ワークエリア.
           05 辞書状態        PIC X(02).
           05 都道府県長      PIC 9(03).
           05 市区町村長      PIC 9(03).
           05 市区町村位置    PIC 9(03).
      *  初回呼出し時のみ辞書を開くためのスイッチ。
       01  辞書オープン区分   PIC X(01) VALUE SPACE.
           88 辞書未オープン  VALUE SPACE.
           88 辞書使用可      VALUE "Y".
           88 辞書使用不可    VALUE "N".
       LINKAGE                SECTION.
      *  呼び出し元と受け渡す住所検査情報。
       01  住所検査情報.
           COPY CP087.
       PROCEDURE              DIVISION USING 住所検査情報.
      ************************************************
       開始                   SECTION.
      ************************************************
      *
           MOVE SPACES TO 推奨住所.
           IF 辞書未オープン
              AND 検査要求区分 = "C"
             THEN
               PERFORM 辞書オープン
             ELSE
               CONTINUE
           END-IF.
      *
           EVALUATE TRUE
             WHEN 検査要求区分 = "E"
               PERFORM 辞書クローズ
             WHEN 検査要求区分 = "C"
              AND 辞書使用可
               PERFORM 住所検査
             WHEN OTHER
               MOVE "90" TO 検査結果
           END-EVALUATE.
      *
           EXIT PROGRAM.
      *
       開始－ＥＸ.
       EXIT.
      *
      ************************************************
       辞書オープン           SECTION.
      ************************************************
      *
           OPEN INPUT 郵便番号辞書ファイル.
           IF 辞書状態 = "00"
             THEN
               SET 辞書使用可 TO TRUE
             ELSE
               DISPLAY "郵便番号辞書なし。"
               SET 辞書使用不可 TO TRUE
           END-IF.
      *
       辞書オープン－ＥＸ.
       EXIT.
      *
      ************************************************
       辞書クローズ           SECTION.
      ************************************************
      *
      * 次の呼出しで開き直せるよう未オープンに戻す。
           IF 辞書使用可
             THEN
               CLOSE 郵便番号辞書ファイル
             ELSE
               CONTINUE
           END-IF.
           SET 辞書未オープン TO TRUE.
           MOVE "00" TO 検査結果.
      *
       辞書クローズ－ＥＸ.
       EXIT.
      *
      ************************************************
       住所検査               SECTION.
      ************************************************
      *
           MOVE "00" TO 検査結果.
           IF 検査郵便番号 IS NOT NUMERIC
             THEN
               MOVE "10" TO 検査結果
               GO TO 住所検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 検査郵便番号 TO 辞書郵便番号.
           READ 郵便番号辞書ファイル
             INVALID KEY
               MOVE "20" TO 検査結果
           END-READ.
           IF 検査結果 NOT = "00"
             THEN
               GO TO 住所検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           STRING 辞書都道府県名 DELIMITED BY SPACE
                  辞書市区町村名 DELIMITED BY SPACE
                  辞書町域名 DELIMITED BY SPACE
                  INTO 推奨住所.
           IF 辞書廃止
             THEN
               MOVE "30" TO 検査結果
               GO TO 住所検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *
      * 住所の先頭が都道府県名、続いて市区町村名であること。
           MOVE ZERO TO 都道府県長.
           INSPECT 辞書都道府県名 TALLYING 都道府県長
             FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE ZERO TO 市区町村長.
           INSPECT 辞書市区町村名 TALLYING 市区町村長
             FOR CHARACTERS BEFORE INITIAL SPACE.
           IF 都道府県長 = ZERO
              OR 市区町村長 = ZERO
             THEN
               MOVE "50" TO 検査結果
               GO TO 住所検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 検査住所(1:都道府県長)
              NOT = 辞書都道府県名(1:都道府県長)
             THEN
               MOVE "40" TO 検査結果
               GO TO 住所検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           COMPUTE 市区町村位置 = 都道府県長 + 1.
           IF 市区町村位置 + 市区町村長 - 1 > 60
             THEN
               MOVE "50" TO 検査結果
               GO TO 住所検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 検査住所(市区町村位置:市区町村長)
              NOT = 辞書市区町村名(1:市区町村長)
             THEN
               MOVE "50" TO 検査結果
             ELSE
               CONTINUE
           END-IF.
      *
       住所検査－ＥＸ.
       EXIT.
      *
