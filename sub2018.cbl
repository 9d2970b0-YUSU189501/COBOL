       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            SUB2018.
      *  カレンダファイル(CALENDAR2000)の営業日フラグで営業日
      *  の加減算と営業日数の計算を行う共通サブルーチン。
      *  A:基準日からN営業日後(前)の日付、C:2つの日付の間の
      *  営業日数を返す。カレンダは初回呼出し時にテーブルへ
      *  読み込み、以後はテーブルで計算する。範囲がカレンダの
      *  外に出たときは推測せず状態10で返す。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  日付・営業日フラグ・祝日名を持つカレンダファイル。
      *  日付の昇順に並んでいることを前提とする。
           SELECT カレンダファイル ASSIGN TO
             "/home/suzuki/DATA/CALENDAR2000"
             FILE STATUS IS カレンダ状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  カレンダファイル.
       01  カレンダレコード.
           05 暦日付          PIC 9(08).
           05 営業日フラグ    PIC X(01).
           05 祝日名          PIC X(20).
       WORKING-STORAGE        SECTION.
       01  ワークエリア.
           05 カレンダ状態    PIC X(02).
           05 基準日位置      PIC 9(05).
           05 終了日位置      PIC 9(05).
           05 残営業日数      PIC 9(04).
           05 営業日計数      PIC 9(04).
           05 走査位置        PIC 9(05).
           05 検索日付        PIC 9(08).
      *  初回呼出し時のみカレンダを読み込むためのスイッチ。
       01  読込済フラグ       PIC X(01) VALUE "N".
           88 読込済          VALUE "Y".
       01  カレンダ異常フラグ PIC X(01) VALUE "N".
           88 カレンダ異常    VALUE "Y".
      *  カレンダの読み込みテーブル。日付の昇順。
       01  カレンダテーブルエリア.
           05 暦件数          PIC 9(05) VALUE ZERO.
           05 暦エントリ      OCCURS 1 TO 9000 TIMES
                              DEPENDING ON 暦件数
                              ASCENDING KEY 表暦日付
                              INDEXED BY 暦添字.
              10 表暦日付        PIC 9(08).
              10 表営業日フラグ  PIC X(01).
       LINKAGE                SECTION.
      *  呼び出し元と受け渡す営業日計算情報。
       01  営業日計算情報.
           COPY CP044.
       PROCEDURE              DIVISION USING 営業日計算情報.
      ************************************************
       開始                   SECTION.
      ************************************************
      *
           IF 読込済
             THEN
               CONTINUE
             ELSE
               PERFORM カレンダ読込
           END-IF.
      *
           MOVE "00" TO 計算状態.
           IF カレンダ異常
             THEN
               MOVE "20" TO 計算状態
             ELSE
               EVALUATE 計算区分
                 WHEN "A"
                   MOVE ZERO TO 計算終了日
                   PERFORM 営業日加減算
                 WHEN "C"
                   MOVE ZERO TO 計算営業日数
                   PERFORM 営業日数計算
                 WHEN OTHER
                   MOVE "30" TO 計算状態
               END-EVALUATE
           END-IF.
      *
           EXIT PROGRAM.
      *
       開始－ＥＸ.
       EXIT.
      *
      ************************************************
       カレンダ読込           SECTION.
      ************************************************
      *
      * カレンダファイルをテーブルへ読み込む。
           OPEN INPUT カレンダファイル.
           IF カレンダ状態 NOT = "00"
             THEN
               DISPLAY "カレンダファイルの"
                       "オープンエラー。"
               SET カレンダ異常 TO TRUE
             ELSE
               PERFORM UNTIL カレンダ状態 NOT = "00"
                 READ カレンダファイル
                   AT END
                     CONTINUE
                   NOT AT END
                     IF 暦件数 < 9000
                       THEN
                         ADD 1 TO 暦件数
                         MOVE 暦日付
                           TO 表暦日付(暦件数)
                         MOVE 営業日フラグ
                           TO 表営業日フラグ(暦件数)
                       ELSE
                         DISPLAY "カレンダテーブル"
                                 "上限超過。"
                         MOVE "10" TO カレンダ状態
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE カレンダファイル
               SET 読込済 TO TRUE
           END-IF.
      *
       カレンダ読込－ＥＸ.
       EXIT.
      *
      ************************************************
       日付位置検索           SECTION.
      ************************************************
      *
      * 検索日付のテーブル位置を求める。
      * 無ければ位置0を返す。
           MOVE ZERO TO 走査位置.
           IF 暦件数 = ZERO
             THEN
               GO TO 日付位置検索－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           SEARCH ALL 暦エントリ
             AT END
               CONTINUE
             WHEN 表暦日付(暦添字) = 検索日付
               SET 走査位置 TO 暦添字
           END-SEARCH.
      *
       日付位置検索－ＥＸ.
       EXIT.
      *
      ************************************************
       営業日加減算           SECTION.
      ************************************************
      *
      * 基準日の位置から前後に営業日を数えて進む。
           MOVE 計算基準日 TO 検索日付.
           PERFORM 日付位置検索.
           IF 走査位置 = ZERO
             THEN
               MOVE "10" TO 計算状態
               GO TO 営業日加減算－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 走査位置 TO 基準日位置.
           EVALUATE TRUE
      * 0営業日は基準日。休日なら次の営業日へ進める。
             WHEN 計算営業日数 = ZERO
               PERFORM UNTIL 走査位置 > 暦件数
                 IF 表営業日フラグ(走査位置) = "1"
                   THEN
                     MOVE 表暦日付(走査位置) TO 計算終了日
                     COMPUTE 走査位置 = 暦件数 + 1
                   ELSE
                     ADD 1 TO 走査位置
                 END-IF
               END-PERFORM
      * 後ろへN営業日。基準日の翌日から数える。
             WHEN 計算営業日数 > ZERO
               MOVE 計算営業日数 TO 残営業日数
               ADD 1 TO 走査位置
               PERFORM UNTIL 走査位置 > 暦件数
                 IF 表営業日フラグ(走査位置) = "1"
                   THEN
                     SUBTRACT 1 FROM 残営業日数
                   ELSE
                     CONTINUE
                 END-IF
                 IF 残営業日数 = ZERO
                   THEN
                     MOVE 表暦日付(走査位置) TO 計算終了日
                     COMPUTE 走査位置 = 暦件数 + 1
                   ELSE
                     ADD 1 TO 走査位置
                 END-IF
               END-PERFORM
      * 前へN営業日。基準日の前日から数える。
             WHEN OTHER
               COMPUTE 残営業日数 = 0 - 計算営業日数
               PERFORM UNTIL 走査位置 <= 1
                 SUBTRACT 1 FROM 走査位置
                 IF 表営業日フラグ(走査位置) = "1"
                   THEN
                     SUBTRACT 1 FROM 残営業日数
                   ELSE
                     CONTINUE
                 END-IF
                 IF 残営業日数 = ZERO
                   THEN
                     MOVE 表暦日付(走査位置) TO 計算終了日
                     MOVE 1 TO 走査位置
                   ELSE
                     CONTINUE
                 END-IF
               END-PERFORM
           END-EVALUATE.
      * カレンダの端まで進んでも求まらなければ範囲外とする。
           IF 計算終了日 = ZERO
             THEN
               MOVE "10" TO 計算状態
             ELSE
               CONTINUE
           END-IF.
      *
       営業日加減算－ＥＸ.
       EXIT.
      *
      ************************************************
       営業日数計算           SECTION.
      ************************************************
      *
      * 両端の日付がともにカレンダにあることを確かめる。
           MOVE 計算終了日 TO 検索日付.
           PERFORM 日付位置検索.
           MOVE 走査位置 TO 終了日位置.
           MOVE 計算基準日 TO 検索日付.
           PERFORM 日付位置検索.
           MOVE 走査位置 TO 基準日位置.
           IF 基準日位置 = ZERO OR 終了日位置 = ZERO
             THEN
               MOVE "10" TO 計算状態
               GO TO 営業日数計算－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE ZERO TO 営業日計数.
           IF 終了日位置 >= 基準日位置
             THEN
      * 基準日の翌日から終了日までを数える。
               COMPUTE 走査位置 = 基準日位置 + 1
               PERFORM UNTIL 走査位置 > 終了日位置
                 IF 表営業日フラグ(走査位置) = "1"
                   THEN
                     ADD 1 TO 営業日計数
                   ELSE
                     CONTINUE
                 END-IF
                 ADD 1 TO 走査位置
               END-PERFORM
               MOVE 営業日計数 TO 計算営業日数
             ELSE
      * 終了日から基準日の前日までを数え、負で返す。
               MOVE 終了日位置 TO 走査位置
               PERFORM UNTIL 走査位置 >= 基準日位置
                 IF 表営業日フラグ(走査位置) = "1"
                   THEN
                     ADD 1 TO 営業日計数
                   ELSE
                     CONTINUE
                 END-IF
                 ADD 1 TO 走査位置
               END-PERFORM
               COMPUTE 計算営業日数 = 0 - 営業日計数
           END-IF.
      *
       営業日数計算－ＥＸ.
       EXIT.
      *
