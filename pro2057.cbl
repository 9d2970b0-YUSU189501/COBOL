      *  月次で、期限6か月前の更新案内対象者を案内ファイル
      *  (KOSHINANNAI2006)へ抽出し、期限切れを失効として
      *  失効一覧(SHIKKOURPT2006)へ書き出す。
      *  更新案内には住所マスタ(ADRMST2006)の宛先を添え、1通
      *  ごとに発送台帳(HASSO2010)へ登録する。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
       01  案内レコード.
         03 案内受験者ID      PIC X(6).
         03 案内有効期限日    PIC 9(8).
      *  宛先。住所マスタに無い受験者は空白。
         03 案内郵便番号      PIC X(7).
         03 案内住所          PIC X(60).
       FD  失効レポートファイル.
       01  失効レポートレコード PIC X(80).
       WORKING-STORAGE        SECTION.
         03 更新延長件数      PIC 9(5) VALUE ZERO.
         03 案内件数          PIC 9(5) VALUE ZERO.
         03 失効件数          PIC 9(5) VALUE ZERO.
         03 住所未登録数      PIC 9(5) VALUE ZERO.
         03 住所不審数        PIC 9(5) VALUE ZERO.
       01  レポート行         PIC X(80).
      *  発送登録呼出し(SUB2023)への引き渡し情報。
       01  発送登録情報.
           COPY CP083.
      *  異常終了ログ呼出し(SUB9000)への引き渡し情報。
       01  異常終了情報.
           COPY CP010.
                     TO 案内受験者ID
                   MOVE 表有効期限日(台帳番号)
                     TO 案内有効期限日
                   PERFORM 発送登録
                   MOVE 登録郵便番号 TO 案内郵便番号
                   MOVE 登録住所 TO 案内住所
                   WRITE 案内レコード
                   ADD 1 TO 案内件数
                 ELSE
       期限1件判定－ＥＸ.
       EXIT.
      *
      ***********************************
       発送登録               SECTION.
      ***********************************
      *
      *  住所は渡さず、住所マスタから引いたものを受け取る。
           MOVE SPACES TO 発送登録情報.
           MOVE "R"  TO 発送要求区分.
           MOVE "KA" TO 登録文書区分.
           MOVE "J"  TO 登録対象区分.
           MOVE 表受験者ID(台帳番号) TO 登録対象コード.
           MOVE "PRO2057" TO 登録プログラム.
           CALL "SUB2023" USING 発送登録情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "10" TO 発送登録状態
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           EVALUATE 発送登録状態
             WHEN "10"
               ADD 1 TO 住所未登録数
               DISPLAY "住所未登録 受験者ID:"
                       表受験者ID(台帳番号)
             WHEN "20"
               ADD 1 TO 住所不審数
               DISPLAY "住所不審 受験者ID:"
                       表受験者ID(台帳番号)
             WHEN "30"
               DISPLAY "発送台帳の書き込み不可 受験者ID:"
                       表受験者ID(台帳番号)
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
       発送登録－ＥＸ.
       EXIT.
      *
      ***********************************
       台帳書き戻し           SECTION.
      ***********************************
                   " 更新延長:" 更新延長件数.
           DISPLAY "更新案内:" 案内件数
                   " 失効:" 失効件数.
           DISPLAY "住所未登録:" 住所未登録数
                   " 住所不審:" 住所不審数.
      *
           DISPLAY "***PRO2057 END***".
      *
