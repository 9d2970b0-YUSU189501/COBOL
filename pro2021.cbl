       FD  未承認保留ファイル.
       01  未承認保留レコード.
           COPY CP025.
      *  未承認保留へ退避した日。PRO2047の滞留判定に使う。
         03 保留開始日        PIC 9(8).
      *  末尾16バイトは連鎖ハッシュのトレーラ(CP093)。
       FD  ジャーナルファイル.
       01  ジャーナルレコード PIC X(96).
       FD  リスタートファイル.
       01  リスタートレコード.
         03 確定取引通番      PIC 9(7).
      *  総務部ファイル群の排他に使う。
       01  排他制御情報.
           COPY CP023.
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
      *  保留キューは既存分に追記する。無ければ新規に作る。
           OPEN EXTEND 保留キューファイル.
           IF 保留状態 NOT = "00"
      *  未承認の取引を未承認保留へ書き、ジャーナルに記録
      *  する。PRO2047の承認で取引ファイルへ戻る。
           MOVE 取引レコード TO 未承認保留レコード.
           MOVE 実行日 TO 保留開始日.
           WRITE 未承認保留レコード.
           ADD 1 TO 未承認件数.
           MOVE SPACES TO ジャーナル行.
                  起票者 OF 取引レコード
                                  DELIMITED BY SIZE
                  INTO ジャーナル行.
           PERFORM ジャーナル書込.
      *
       未承認退避－ＥＸ.
       EXIT.
                  発効日 OF 取引レコード
                                  DELIMITED BY SIZE
                  INTO ジャーナル行.
           PERFORM ジャーナル書込.
      *
       保留退避－ＥＸ.
       EXIT.
                      取引通番      DELIMITED BY SIZE
                      INTO ジャーナル行
           END-IF.
           PERFORM ジャーナル書込.
      *
       ジャーナル出力－ＥＸ.
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
