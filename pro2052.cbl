         03 指示科目区分      PIC X(1).
         03 指示訂正後得点    PIC 9(4).
         03 指示理由コード    PIC X(2).
      *  末尾16バイトは連鎖ハッシュのトレーラ(CP093)。
       FD  監査ファイル.
       01  監査レコード       PIC X(96).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 結果状態          PIC X(2).
         03 訂正件数          PIC 9(5) VALUE ZERO.
         03 対象なし件数      PIC 9(5) VALUE ZERO.
       01  監査行             PIC X(80).
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
                  表理由コード(指示番号)
                  DELIMITED BY SIZE
                  INTO 監査行.
           PERFORM 監査書込.
      *
       得点訂正－ＥＸ.
       EXIT.
      *
      ***********************************
       連鎖準備               SECTION.
      ***********************************
      *
      *  監査ファイルの最終レコードから前ハッシュを得る。
           MOVE SPACES TO 連鎖情報.
           MOVE "O" TO 連鎖要求区分.
           MOVE "SAISAITENKANSA2006" TO 連鎖ファイル名.
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
      ***********************************
       監査書込               SECTION.
      ***********************************
      *
      *  連鎖トレーラを付けて監査ファイルへ書く。
           MOVE 監査行 TO 連鎖レコード.
           MOVE "H" TO 連鎖要求区分.
           CALL "SUB2025" USING 連鎖情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           WRITE 監査レコード FROM 連鎖レコード.
      *
       監査書込－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
