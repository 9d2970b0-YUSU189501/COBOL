       FD  総務部ファイル.
       01  総務部レコード.
           COPY CP024.
      *  末尾16バイトは連鎖ハッシュのトレーラ(CP093)。
       FD  照会監査ログファイル.
       01  照会監査ログレコード PIC X(116).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 人事状態          PIC X(2).
      *  メッセージ出力呼出し(SUB9300)への引き渡し情報。
       01  メッセージ情報.
           COPY CP022.
      *  権限確認呼出し(SUB2022)への引き渡し情報。
       01  権限確認情報.
           COPY CP077.
      *  連鎖ハッシュ呼出し(SUB2025)への引き渡し情報。
       01  連鎖情報.
           COPY CP093.
       PROCEDURE              DIVISION.
       対象抽出               SECTION.
      *
           DISPLAY "操作者ID:" WITH NO ADVANCING.
           MOVE SPACES TO 操作者ＩＤ.
           ACCEPT 操作者ＩＤ.
      *  照会を許された操作者でなければ何も開かずに終える。
      *  拒否した操作はSUB2022が権限拒否記録に残す。
           MOVE 操作者ＩＤ TO 確認操作者.
           MOVE "MAIN05" TO 確認プログラム.
           MOVE "Q" TO 確認操作区分.
           MOVE SPACES TO 確認対象.
           CALL "SUB2022" USING 権限確認情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "30" TO 確認結果
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 確認結果 NOT = "00"
             THEN
               DISPLAY "照会の権限がありません。"
               STOP RUN
             ELSE
               CONTINUE
           END-IF.
           OPEN EXTEND 照会監査ログファイル.
           IF 監査ログ状態 NOT = "00"
             THEN
             ELSE
               CONTINUE
           END-IF.
      *  直前のレコードのハッシュを連鎖の起点にする。
           MOVE SPACES TO 連鎖情報.
           MOVE "O" TO 連鎖要求区分.
           MOVE "SHOKAI2005" TO 連鎖ファイル名.
           MOVE 116 TO 連鎖レコード長.
           CALL "SUB2025" USING 連鎖情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
      *  人事・総務ファイル群のロックを取得する。
           MOVE "A" TO ロック要求区分.
           MOVE "JINJIMASTER" TO ロック資源名.
                  " HIT:"         DELIMITED BY SIZE
                  監査ヒットコード DELIMITED BY SIZE
                  INTO 監査ログ行.
      *  連鎖トレーラを付けて書く。
           MOVE 監査ログ行 TO 連鎖レコード.
           MOVE "H" TO 連鎖要求区分.
           CALL "SUB2025" USING 連鎖情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           WRITE 照会監査ログレコード FROM 連鎖レコード.
      *
       監査記録-EX.
       EXIT.
