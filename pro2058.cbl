       PROGRAM-ID.            PRO2058.
      *  成績不振者(学業警告)・成績優秀者の判定プログラム。
      *  dbpro06の成績アンロード(SEISEKIHYOUL)から学期制御
      *  (GAKKI2001)の対象学期の行を読み、D帯または科目合計が
      *  基準未満の学生を学業警告対象として警告通知書
      *  (KEIKOKUTSUCHI2001)と指導教員向け対象者一覧を出力する。
      *  A帯かつ合計が優秀基準以上の学生は表彰対象一覧に載せる。
      *  警告は履歴(KEIKOKUREKI2001)に積み、過去に警告のある
      *  学生は区分を1段階上げる(上限3)。
      *  警告通知書には住所マスタ(ADRMST2006)の宛先を印字し、
      *  1通ごとに発送台帳(HASSO2010)へ登録する。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
         03 外国語            PIC 9(4).
         03 カンマ７          PIC X(1).
         03 総合成績          PIC X(1).
      *  科目マスタにある全科目の得点合計。
         03 カンマ１０        PIC X(1).
         03 全科目合計        PIC 9(5).
       FD  学期制御ファイル.
       01  学期制御レコード.
           COPY CP097.
       FD  基準ファイル.
       01  基準レコード.
      *  科目合計がこの値未満なら警告。0は既定値(250)。
         03 警告合計基準      PIC 9(3).
      *  科目合計がこの値以上かつA帯なら表彰。0は既定値(450)。
         03 優秀合計基準      PIC 9(3).
       FD  警告履歴ファイル.
       01  警告履歴レコード.
       01  集計エリア.
         03 警告件数          PIC 9(4) VALUE ZERO.
         03 表彰件数          PIC 9(4) VALUE ZERO.
         03 住所未登録数      PIC 9(4) VALUE ZERO.
         03 住所不審数        PIC 9(4) VALUE ZERO.
       01  通知行             PIC X(70).
       01  レポート行         PIC X(80).
      *  発送登録呼出し(SUB2023)への引き渡し情報。
       01  発送登録情報.
           COPY CP083.
      *  異常終了ログ呼出し(SUB9000)への引き渡し情報。
       01  異常終了情報.
           COPY CP010.
       判定処理               SECTION.
      ***********************************
      *
           MOVE 全科目合計 TO 合計点.
           EVALUATE TRUE
             WHEN 総合成績 = "D"
               PERFORM 警告処理
           WRITE 警告通知書レコード FROM 通知行
             AFTER PAGE
           END-WRITE.
      *  宛先を引いて発送台帳へ登録し、住所を印字する。
           PERFORM 発送登録.
           IF 発送登録状態 = "10"
             THEN
               CONTINUE
             ELSE
               MOVE SPACES TO 通知行
               STRING "〒" DELIMITED BY SIZE
                      登録郵便番号 DELIMITED BY SIZE
                      INTO 通知行
               WRITE 警告通知書レコード FROM 通知行
                 AFTER 2 LINE
               END-WRITE
               MOVE 登録住所 TO 通知行
               WRITE 警告通知書レコード FROM 通知行
           END-IF.
           MOVE SPACES TO 通知行.
           STRING "学籍番号:" DELIMITED BY SIZE
                  学籍番号 DELIMITED BY SIZE
           MOVE SPACES TO 通知行.
           STRING "総合成績:" DELIMITED BY SIZE
                  総合成績 DELIMITED BY SIZE
                  " 科目合計:" DELIMITED BY SIZE
                  合計点 DELIMITED BY SIZE
                  " 警告区分:" DELIMITED BY SIZE
                  今回警告区分 DELIMITED BY SIZE
       警告処理－ＥＸ.
       EXIT.
      *
      ***********************************
       発送登録               SECTION.
      ***********************************
      *
      *  住所は渡さず、住所マスタから引いたものを受け取る。
           MOVE SPACES TO 発送登録情報.
           MOVE "R"  TO 発送要求区分.
           MOVE "KK" TO 登録文書区分.
           MOVE "G"  TO 登録対象区分.
           MOVE 学籍番号 TO 登録対象コード.
           MOVE 学生名 TO 登録宛名.
           MOVE "PRO2058" TO 登録プログラム.
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
               DISPLAY "住所未登録 学籍番号:" 学籍番号
             WHEN "20"
               ADD 1 TO 住所不審数
               DISPLAY "住所不審 学籍番号:" 学籍番号
             WHEN "30"
               DISPLAY "発送台帳の書き込み不可 学籍番号:"
                       学籍番号
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
       発送登録－ＥＸ.
       EXIT.
      *
      ***********************************
       表彰処理               SECTION.
      ***********************************
           CLOSE 警告履歴ファイル.
           DISPLAY "警告:" 警告件数
                   " 表彰:" 表彰件数.
           DISPLAY "住所未登録:" 住所未登録数
                   " 住所不審:" 住所不審数.
      *
           DISPLAY "***PRO2058 END***".
      *
