       FD  取引ファイル.
       01  取引レコード.
           COPY CP025.
      *  末尾16バイトは連鎖ハッシュのトレーラ(CP093)。
       FD  ジャーナルファイル.
       01  ジャーナルレコード PIC X(96).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 保留状態          PIC X(2).
         03 取消済件数        PIC 9(5) VALUE ZERO.
         03 継続保留件数      PIC 9(5) VALUE ZERO.
       01  ジャーナル行       PIC X(80).
      *  連鎖ハッシュ呼出し(SUB2025)への引き渡し情報。
       01  連鎖情報.
           COPY CP093.
      *  異常終了ログ呼出し(SUB9000)への引き渡し情報。
       01  異常終了情報.
           COPY CP010.
             ELSE
               CONTINUE
           END-IF.
      *  直前のレコードのハッシュを連鎖の起点にする。
           PERFORM 連鎖準備.
      *
       初期処理－ＥＸ.
       EXIT.
                  発効日 OF 保留キューレコード
                                  DELIMITED BY SIZE
                  INTO ジャーナル行.
           PERFORM ジャーナル書込.
      *
       取消記録－ＥＸ.
       EXIT.
                  発効日 OF 保留キューレコード
                                  DELIMITED BY SIZE
                  INTO ジャーナル行.
           PERFORM ジャーナル書込.
      *
       繰り出し－ＥＸ.
       EXIT.
      *
      ************************************************
       連鎖準備               SECTION.
      ************************************************
      *
      *  ジャーナルの最終レコードから前ハッシュを得る。
           MOVE SPACES TO 連鎖情報.
           MOVE "O" TO 連鎖要求区分.
           MOVE "JNL2007" TO 連鎖ファイル名.
           MOVE 96 TO 連鎖レコード長.
           CALL "SUB2025" USING 連鎖情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
      *
       連鎖準備－ＥＸ.
       EXIT.
      *
      ************************************************
       ジャーナル書込         SECTION.
      ************************************************
      *
      *  連鎖トレーラを付けてジャーナルへ書く。
           MOVE ジャーナル行 TO 連鎖レコード.
           MOVE "H" TO 連鎖要求区分.
           CALL "SUB2025" USING 連鎖情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           WRITE ジャーナルレコード FROM 連鎖レコード.
      *
       ジャーナル書込－ＥＸ.
       EXIT.
      *
      ************************************************
       終了処理               SECTION.
      ************************************************
