      *  依頼形式の返金指示ファイル(HENKIN2006)と、二重返金を
      *  防ぐための返金台帳(HENKINDAI2006)を書き出す。台帳に
      *  載っている欠席者は処理済みとして読み飛ばす。
      *  振込予定日は実行日から規程の営業日数後とし、返金
      *  指示に載せる。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
         03 指示受験者名      PIC X(20).
         03 指示返金額        PIC 9(8).
         03 指示依頼日        PIC 9(8).
      *  振込予定日。カレンダで求められないときは0。
         03 指示振込予定日    PIC 9(8).
       FD  返金台帳ファイル.
       01  返金台帳レコード.
         03 台帳試験回        PIC 9(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
      *  規程による振込までの営業日数と、求めた振込予定日。
       01  返金振込営業日数   PIC S9(4) VALUE +5.
       01  振込予定日         PIC 9(8) VALUE ZERO.
      *  営業日計算呼出し(SUB2018)への引き渡し情報。
       01  営業日計算情報.
           COPY CP044.
      *  入金明細のテーブル。
       01  入金テーブルエリア.
         03 入金件数          PIC 9(4) VALUE ZERO.
         03 入金なし件数      PIC 9(5) VALUE ZERO.
         03 処理済件数        PIC 9(5) VALUE ZERO.
         03 返金総額          PIC 9(10) VALUE ZERO.
      *  送信登録呼出し(SUB2021)への引き渡し情報。
       01  送信登録情報.
           COPY CP071.
      *  異常終了ログ呼出し(SUB9000)への引き渡し情報。
       01  異常終了情報.
           COPY CP010.
      *
           DISPLAY "***PRO2054 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
      *  振込予定日を実行日の規程営業日数後として求める。
           MOVE "A" TO 計算区分.
           MOVE 実行日 TO 計算基準日.
           MOVE 返金振込営業日数 TO 計算営業日数.
           CALL "SUB2018" USING 営業日計算情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "20" TO 計算状態
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 計算状態 = "00"
             THEN
               MOVE 計算終了日 TO 振込予定日
             ELSE
               DISPLAY "振込予定日を求められません。"
                       "状態:" 計算状態
           END-IF.
      *  入金明細をテーブルへ読み込む。
           OPEN INPUT 入金ファイル.
           IF 入金状態 NOT = "00"
           MOVE 欠席受験者名 TO 指示受験者名.
           MOVE 返金額ワーク TO 指示返金額.
           MOVE 実行日       TO 指示依頼日.
           MOVE 振込予定日   TO 指示振込予定日.
           WRITE 返金指示レコード.
           INITIALIZE 返金台帳レコード.
           MOVE 欠席試験回   TO 台帳試験回.
           CLOSE 欠席者一覧ファイル.
           CLOSE 返金指示ファイル.
           CLOSE 返金台帳ファイル.
           PERFORM 送信登録.
           DISPLAY "返金件数:" 返金件数
                   " 返金総額:" 返金総額.
           DISPLAY "入金なし:" 入金なし件数
                   " 処理済:" 処理済件数.
           DISPLAY "振込予定日:" 振込予定日.
      *
           DISPLAY "***PRO2054 END***".
      *
       終了処理－ＥＸ.
       EXIT.
      *
      ***********************************
       送信登録               SECTION.
      ***********************************
      *
      *  銀行へ渡す返金指示を送信管理台帳へ登録する。ハッシュ
      *  合計は返金総額とし、銀行の受領通知の金額と照合する。
           MOVE "R"            TO 送信要求区分.
           MOVE "HENKIN2006"   TO 登録送信ファイルID.
           MOVE SPACES         TO 登録送信宛先.
           MOVE 実行日         TO 登録送信作成日.
           MOVE 返金件数       TO 登録送信件数.
           MOVE 返金総額       TO 登録送信ハッシュ.
           MOVE "/home/suzuki/DATA/HENKIN2006"
             TO 登録送信ファイル名.
           MOVE "N"            TO 登録送信区分.
           CALL "SUB2021" USING 送信登録情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "20" TO 送信登録状態
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           EVALUATE 送信登録状態
             WHEN "00"
               CONTINUE
             WHEN "10"
               DISPLAY "送信先マスタ未登録:HENKIN2006"
             WHEN OTHER
               DISPLAY "送信管理台帳の登録失敗:"
                       送信登録状態
           END-EVALUATE.
      *
       送信登録－ＥＸ.
       EXIT.
      *
      ***********************************
       異常終了処理           SECTION.
      ***********************************
