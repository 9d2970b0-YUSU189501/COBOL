       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            SUB2020.
      *  証憑索引(SHOHYO2010)を照会する共通サブルーチン。台帳
      *  明細の証憑番号から画像ファイル名・受領日・スキャン日を
      *  返す。索引は初回呼出し時にテーブルへ読み込み、以後は
      *  テーブルで答える。索引が無いときは索引なしとして答える。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  PRO2104が登録する証憑索引。
           SELECT 証憑索引ファイル ASSIGN TO
             "/home/suzuki/DATA/SHOHYO2010"
             FILE STATUS IS 証憑索引状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  証憑索引ファイル.
       01  証憑索引レコード.
           COPY CP061.
       WORKING-STORAGE        SECTION.
       01  ワークエリア.
           05 証憑索引状態    PIC X(02).
           05 索引番号        PIC 9(04).
      *  初回呼出し時のみ読み込むためのスイッチ。
       01  読込済フラグ       PIC X(01) VALUE "N".
           88 読込済          VALUE "Y".
      *  証憑索引のテーブル。
       01  索引テーブルエリア.
           05 索引件数        PIC 9(04) VALUE ZERO.
           05 索引エントリ    OCCURS 5000 TIMES.
              10 表証憑番号     PIC X(12).
              10 表画像ファイル名 PIC X(60).
              10 表受領日       PIC 9(08).
              10 表スキャン日   PIC 9(08).
       LINKAGE                SECTION.
      *  呼び出し元と受け渡す証憑索引照会情報。
       01  証憑索引照会情報.
           COPY CP063.
       PROCEDURE              DIVISION USING 証憑索引照会情報.
      ************************************************
       開始                   SECTION.
      ************************************************
      *
           IF 読込済
             THEN
               CONTINUE
             ELSE
               PERFORM 証憑索引読込
               SET 読込済 TO TRUE
           END-IF.
      *
           MOVE SPACES TO 回答画像ファイル名.
           MOVE ZERO TO 回答受領日.
           MOVE ZERO TO 回答スキャン日.
           IF 照会証憑番号 = SPACES
             THEN
               MOVE "20" TO 証憑回答状態
             ELSE
               PERFORM 索引検索
           END-IF.
      *
           EXIT PROGRAM.
      *
       開始－ＥＸ.
       EXIT.
      *
      ************************************************
       証憑索引読込           SECTION.
      ************************************************
      *
           OPEN INPUT 証憑索引ファイル.
           IF 証憑索引状態 NOT = "00"
             THEN
               GO TO 証憑索引読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 証憑索引状態 NOT = "00"
             READ 証憑索引ファイル
               AT END
                 CONTINUE
               NOT AT END
                 IF 索引件数 < 5000
                   THEN
                     ADD 1 TO 索引件数
                     MOVE 索引証憑番号
                       TO 表証憑番号(索引件数)
                     MOVE 画像ファイル名
                       TO 表画像ファイル名(索引件数)
                     MOVE 受領日 TO 表受領日(索引件数)
                     MOVE スキャン日
                       TO 表スキャン日(索引件数)
                   ELSE
                     DISPLAY "証憑索引テーブル上限超過。"
                     MOVE "10" TO 証憑索引状態
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 証憑索引ファイル.
      *
       証憑索引読込－ＥＸ.
       EXIT.
      *
      ************************************************
       索引検索               SECTION.
      ************************************************
      *
           MOVE "10" TO 証憑回答状態.
           PERFORM VARYING 索引番号 FROM 1 BY 1
             UNTIL 索引番号 > 索引件数
             IF 表証憑番号(索引番号) = 照会証憑番号
               THEN
                 MOVE "00" TO 証憑回答状態
                 MOVE 表画像ファイル名(索引番号)
                   TO 回答画像ファイル名
                 MOVE 表受領日(索引番号) TO 回答受領日
                 MOVE 表スキャン日(索引番号)
                   TO 回答スキャン日
                 MOVE 索引件数 TO 索引番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       索引検索－ＥＸ.
       EXIT.
      *
