       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            SUB2021.
      *  送信管理台帳(SOSHIN2010)へ外部に送ったファイルを登録
      *  する共通サブルーチン。送信ファイルを作る各プログラム
      *  は書き終えたあとにファイルID・宛先・件数・ハッシュ
      *  合計を渡して呼ぶ。送信日時はここで付け、受領期限は
      *  送信先マスタ(SOSHINSAKI2010)の猶予営業日数と締切時刻
      *  から営業日計算(SUB2018)で求める。マスタに無いファイル
      *  は翌営業日の17時を期限として登録し、状態10で返す。
      *  受領の照合と期限超過の警告はPRO2110が行う。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  送信ファイルIDごとの宛先と受領期限の定義。
           SELECT 送信先マスタファイル ASSIGN TO
             "/home/suzuki/DATA/SOSHINSAKI2010"
             FILE STATUS IS マスタ状態.
      *  送信管理台帳。追記する。
           SELECT 送信台帳ファイル ASSIGN TO
             "/home/suzuki/DATA/SOSHIN2010"
             FILE STATUS IS 台帳状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  送信先マスタファイル.
       01  送信先マスタレコード.
           COPY CP072.
       FD  送信台帳ファイル.
       01  送信台帳レコード.
           COPY CP070.
       WORKING-STORAGE        SECTION.
       01  ワークエリア.
           05 マスタ状態      PIC X(02).
           05 台帳状態        PIC X(02).
           05 終了ステータス  PIC X(01).
           05 検出フラグ      PIC X(01).
           05 送信日付        PIC 9(08).
           05 送信時刻値      PIC 9(08).
      *  マスタに無いときの既定の受領期限(翌営業日の17時)。
           05 猶予日数        PIC 9(02).
           05 締切時刻        PIC 9(04).
           05 宛先コード      PIC X(08).
      *  営業日計算呼出し(SUB2018)への引き渡し情報。
       01  営業日計算情報.
           COPY CP044.
       LINKAGE                SECTION.
      *  呼び出し元と受け渡す送信登録情報。
       01  送信登録情報.
           COPY CP071.
       PROCEDURE              DIVISION USING 送信登録情報.
      ************************************************
       開始                   SECTION.
      ************************************************
      *
           EVALUATE 送信要求区分
             WHEN "R"
               PERFORM 送信登録
             WHEN OTHER
               MOVE "30" TO 送信登録状態
           END-EVALUATE.
      *
           EXIT PROGRAM.
      *
       開始－ＥＸ.
       EXIT.
      *
      ************************************************
       送信登録               SECTION.
      ************************************************
      *
           MOVE "00" TO 送信登録状態.
           PERFORM 送信先検索.
           IF 検出フラグ = "N"
             THEN
               MOVE "10" TO 送信登録状態
             ELSE
               CONTINUE
           END-IF.
           ACCEPT 送信日付 FROM DATE YYYYMMDD.
           ACCEPT 送信時刻値 FROM TIME.
           PERFORM 受領期限算出.
      *
      * 台帳へ追記する。無ければ新規に作る。
           OPEN EXTEND 送信台帳ファイル.
           IF 台帳状態 NOT = "00"
             THEN
               CLOSE 送信台帳ファイル
               OPEN OUTPUT 送信台帳ファイル
             ELSE
               CONTINUE
           END-IF.
           IF 台帳状態 NOT = "00"
             THEN
               MOVE "20" TO 送信登録状態
               GO TO 送信登録－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 送信台帳レコード.
           INITIALIZE 送信台帳レコード.
           MOVE 登録送信ファイルID TO 送信ファイルID.
           MOVE 宛先コード         TO 送信宛先コード.
           MOVE 登録送信作成日     TO 送信作成日.
           MOVE 送信日付           TO 送信日.
           MOVE 送信時刻値(1:6)    TO 送信時刻.
           MOVE 登録送信件数       TO 送信件数.
           MOVE 登録送信ハッシュ   TO 送信ハッシュ.
           MOVE 登録送信ファイル名 TO 送信ファイル名.
           IF 登録送信区分 = "S"
             THEN
               SET 再送信 TO TRUE
             ELSE
               SET 通常送信 TO TRUE
           END-IF.
           MOVE 計算終了日         TO 受領期限日.
           MOVE 締切時刻           TO 受領期限時刻.
           SET 受領待ち TO TRUE.
           WRITE 送信台帳レコード.
           CLOSE 送信台帳ファイル.
      *
       送信登録－ＥＸ.
       EXIT.
      *
      ************************************************
       送信先検索             SECTION.
      ************************************************
      *
      * ファイルID(宛先の指定があれば宛先も)が一致する定義を
      * 探す。宛先の指定が無ければマスタの宛先を使う。
           MOVE "N" TO 検出フラグ.
           MOVE 1    TO 猶予日数.
           MOVE 1700 TO 締切時刻.
           MOVE 登録送信宛先 TO 宛先コード.
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 送信先マスタファイル.
           IF マスタ状態 NOT = "00"
             THEN
               GO TO 送信先検索－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 終了ステータス = "1"
             READ 送信先マスタファイル
               AT END
                 MOVE "1" TO 終了ステータス
               NOT AT END
                 IF 送信先ファイルID = 登録送信ファイルID
                    AND (登録送信宛先 = SPACES
                         OR 送信先コード = 登録送信宛先)
                   THEN
                     MOVE "Y" TO 検出フラグ
                     MOVE 送信先コード   TO 宛先コード
                     MOVE 受領猶予日数   TO 猶予日数
                     MOVE 受領締切時刻   TO 締切時刻
                     MOVE "1" TO 終了ステータス
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 送信先マスタファイル.
      *
       送信先検索－ＥＸ.
       EXIT.
      *
      ************************************************
       受領期限算出           SECTION.
      ************************************************
      *
      * 送信日から猶予営業日数後を受領期限日とする。カレンダで
      * 求められないときは送信日を期限日とし、早めに警告する。
           MOVE "A"       TO 計算区分.
           MOVE 送信日付  TO 計算基準日.
           MOVE 猶予日数  TO 計算営業日数.
           CALL "SUB2018" USING 営業日計算情報
             ON EXCEPTION
               MOVE "20" TO 計算状態
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 計算状態 NOT = "00"
             THEN
               MOVE 送信日付 TO 計算終了日
             ELSE
               CONTINUE
           END-IF.
      *
       受領期限算出－ＥＸ.
       EXIT.
      *
