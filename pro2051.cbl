      *  Q:照会。証書番号から試験回・受験者IDを逆引きする。
      *  台帳は発行・失効の履歴をそのまま残し、結果は管理
      *  レポート(SHOSHORPT2006)へ書き出す。
      *  指示者にその指示区分の権限(SUB2022)が無い指示は
      *  実行せず、レポートに権限なしとして書く。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
         03 指示試験回        PIC 9(2).
         03 指示受験者ID      PIC X(6).
         03 指示証書番号      PIC 9(6).
      *  指示した操作者。
         03 指示者            PIC X(8).
       FD  合格者結果ファイル.
       01  合格者結果レコード.
           COPY CP008.
         03 採番件数          PIC 9(5) VALUE ZERO.
         03 再発行件数        PIC 9(5) VALUE ZERO.
         03 照会件数          PIC 9(5) VALUE ZERO.
         03 権限なし件数      PIC 9(5) VALUE ZERO.
       01  レポート行         PIC X(80).
      *  和暦書式編集呼出し(SUB2017)への引き渡し情報。
       01  和暦書式情報.
           COPY CP043.
      *  権限確認呼出し(SUB2022)への引き渡し情報。
       01  権限確認情報.
           COPY CP077.
      *  異常終了ログ呼出し(SUB9000)への引き渡し情報。
       01  異常終了情報.
           COPY CP010.
               CLOSE 台帳ファイル
           END-IF.
           OPEN OUTPUT 管理レポートファイル.
      *  見出しに発行日を和暦で載せる。
           MOVE 実行日 TO 書式西暦年月日.
           PERFORM 和暦日付編集.
           MOVE SPACES TO レポート行.
           STRING "合格証書番号管理 発行日:"
             DELIMITED BY SIZE
             書式和暦日付 DELIMITED BY SPACE
             INTO レポート行.
           WRITE 管理レポートレコード FROM レポート行.
      *
       初期処理－ＥＸ.
       EXIT.
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 PERFORM 指示権限確認
                 EVALUATE TRUE
                   WHEN 確認結果 NOT = "00"
                     PERFORM 権限なし記録
                   WHEN 指示区分 = "I"
                     PERFORM 一括採番
                   WHEN 指示区分 = "R"
                     PERFORM 再発行
                   WHEN 指示区分 = "Q"
                     PERFORM 番号照会
                   WHEN OTHER
                     DISPLAY "指示区分不正:" 指示区分
       指示処理－ＥＸ.
       EXIT.
      *
      ***********************************
       指示権限確認           SECTION.
      ***********************************
      *
      *  指示者がこの指示区分を許されているかを確かめる。
           MOVE 指示者    TO 確認操作者.
           MOVE "PRO2051" TO 確認プログラム.
           MOVE 指示区分  TO 確認操作区分.
           MOVE "SHOSHODAI2006" TO 確認対象.
           CALL "SUB2022" USING 権限確認情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "30" TO 確認結果
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
      *
       指示権限確認－ＥＸ.
       EXIT.
      *
      ***********************************
       権限なし記録           SECTION.
      ***********************************
      *
           ADD 1 TO 権限なし件数.
           DISPLAY "権限なし:" 指示者 " " 指示区分.
           MOVE SPACES TO レポート行.
           STRING "権限なし 指示:" DELIMITED BY SIZE
                  指示区分 DELIMITED BY SIZE
                  " 指示者:" DELIMITED BY SIZE
                  指示者 DELIMITED BY SIZE
                  " 試験回:" DELIMITED BY SIZE
                  指示試験回 DELIMITED BY SIZE
                  " 受験者ID:" DELIMITED BY SIZE
                  指示受験者ID DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 管理レポートレコード FROM レポート行.
      *
       権限なし記録－ＥＸ.
       EXIT.
      *
      ***********************************
       一括採番               SECTION.
      ***********************************
                 INTO レポート行
           END-IF.
           WRITE 管理レポートレコード FROM レポート行.
      *  該当があれば発行日を和暦で添える。
           IF 該当台帳番号 = ZERO
             THEN
               CONTINUE
             ELSE
               MOVE 表発行日(該当台帳番号)
                 TO 書式西暦年月日
               PERFORM 和暦日付編集
               MOVE SPACES TO レポート行
               STRING "  発行日:" DELIMITED BY SIZE
                 書式和暦日付 DELIMITED BY SPACE
                 INTO レポート行
               WRITE 管理レポートレコード FROM レポート行
           END-IF.
      *
       番号照会－ＥＸ.
       EXIT.
      *
      ***********************************
       和暦日付編集           SECTION.
      ***********************************
      *
      *  証書・通知書に載せる日付を漢数字の和暦に編集する。
      *  元号が引けないときは西暦8桁のまま載せる。
           MOVE "K" TO 書式区分.
           CALL "SUB2017" USING 和暦書式情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "20" TO 書式状態
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 書式状態 NOT = "00"
             THEN
               MOVE 書式西暦年月日 TO 書式和暦日付
             ELSE
               CONTINUE
           END-IF.
      *
       和暦日付編集－ＥＸ.
       EXIT.
      *
      ***********************************
       台帳書き戻し           SECTION.
      ***********************************
                  再発行件数 DELIMITED BY SIZE
                  " 照会:" DELIMITED BY SIZE
                  照会件数 DELIMITED BY SIZE
                  " 権限なし:" DELIMITED BY SIZE
                  権限なし件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 管理レポートレコード FROM レポート行
             AFTER 2 LINE
           CLOSE 管理レポートファイル.
           DISPLAY "採番:" 採番件数
                   " 再発行:" 再発行件数
                   " 照会:" 照会件数
                   " 権限なし:" 権限なし件数.
      *
           DISPLAY "***PRO2051 END***".
      *
