       01  到達日ワーク       PIC 9(8).
       01  誕生月日ワーク     PIC 9(4).
       01  抽出件数           PIC 9(5) VALUE ZERO.
      *  送信管理台帳へ渡すハッシュ合計(生年月日の合計)。
       01  連携ハッシュ       PIC 9(13) VALUE ZERO.
       01  レポート行         PIC X(80).
      *  年齢算出呼出し(SUB2008)への引き渡し情報。
       01  年齢算出情報.
           COPY CP011.
      *  送信登録呼出し(SUB2021)への引き渡し情報。
       01  送信登録情報.
           COPY CP071.
      *  異常終了ログ呼出し(SUB9000)への引き渡し情報。
       01  異常終了情報.
           COPY CP010.
           MOVE 表到達年齢(年齢番号) TO 連携到達年齢.
           MOVE 到達日ワーク TO 連携到達日.
           WRITE 連携レコード.
           ADD 判定生年月日 TO 連携ハッシュ.
      *
       到達者出力－ＥＸ.
       EXIT.
           END-WRITE.
           CLOSE 一覧レポートファイル.
           CLOSE 連携ファイル.
           PERFORM 送信登録.
           DISPLAY "抽出件数:" 抽出件数.
      *
           DISPLAY "***PRO2046 END***".
       終了処理－ＥＸ.
       EXIT.
      *
      ************************************************
       送信登録               SECTION.
      ************************************************
      *
      *  手続き部門への連携ファイルを送信管理台帳へ登録する。
           MOVE "R"            TO 送信要求区分.
           MOVE "TOUTATSUOUT2000" TO 登録送信ファイルID.
           MOVE SPACES         TO 登録送信宛先.
           MOVE 実行日         TO 登録送信作成日.
           MOVE 抽出件数       TO 登録送信件数.
           MOVE 連携ハッシュ   TO 登録送信ハッシュ.
           MOVE "/home/suzuki/DATA/TOUTATSUOUT2000"
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
               DISPLAY "送信先マスタ未登録:TOUTATSUOUT2000"
             WHEN OTHER
               DISPLAY "送信管理台帳の登録失敗:"
                       送信登録状態
           END-EVALUATE.
      *
       送信登録－ＥＸ.
       EXIT.
      *
      ************************************************
       異常終了処理           SECTION.
      ************************************************
