      *  指示区分R(解除)のときだけ残留ロックをSUB9400経由で
      *  解除し、解除記録(LOCKRELLOG2000)を残す。稼働中と
      *  判定したロックと判定不能のロックは解除しない。
      *  解除は指示者にロック解除の権限(SUB2022)があるときに
      *  限り、無ければ一覧のみとする。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
       FD  指示ファイル.
       01  指示レコード.
         03 指示区分          PIC X(1).
      *  指示した操作者。解除記録にも残す。
         03 指示者            PIC X(8).
       FD  稼動履歴ファイル.
       01  稼動履歴レコード.
           05 履歴プログラム名 PIC X(08).
           05 FILLER          PIC X(83).
       FD  一覧レポートファイル.
       01  一覧レポートレコード PIC X(80).
      *  末尾16バイトは連鎖ハッシュのトレーラ(CP093)。
       FD  解除記録ファイル.
       01  解除記録レコード   PIC X(96).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 ロック状態        PIC X(2).
      *  指示区分。既定は一覧のみ。
       01  指示区分指定       PIC X(1) VALUE "L".
           88 解除実行        VALUE "R".
       01  指示者指定         PIC X(8) VALUE SPACES.
      *  ロック一覧の読み込みテーブル。
      *  判定区分 Z:残留 A:稼働中 U:判定不能。
       01  ロックテーブルエリア.
      *  排他制御呼出し(SUB9400)への引き渡し情報。解除に使う。
       01  排他制御情報.
           COPY CP023.
      *  権限確認呼出し(SUB2022)への引き渡し情報。
       01  権限確認情報.
           COPY CP077.
      *  連鎖ハッシュ呼出し(SUB2025)への引き渡し情報。
       01  連鎖情報.
           COPY CP093.
      *  異常終了ログ呼出し(SUB9000)への引き渡し情報。
       01  異常終了情報.
           COPY CP010.
                   CONTINUE
                 NOT AT END
                   MOVE 指示区分 TO 指示区分指定
                   MOVE 指示者   TO 指示者指定
               END-READ
               CLOSE 指示ファイル
             ELSE
               CONTINUE
           END-IF.
      *  解除の指示は指示者の権限を確かめ、無ければ一覧のみ
      *  に切り替える。
           IF 解除実行
             THEN
               MOVE 指示者指定 TO 確認操作者
               MOVE "PRO2070"  TO 確認プログラム
               MOVE "R"        TO 確認操作区分
               MOVE "LOCK2000" TO 確認対象
               CALL "SUB2022" USING 権限確認情報
                 ON EXCEPTION
                   DISPLAY "サブルーチン呼出し失敗"
                   MOVE "30" TO 確認結果
                 NOT ON EXCEPTION
                   CONTINUE
               END-CALL
               IF 確認結果 NOT = "00"
                 THEN
                   DISPLAY "ロック解除の権限なし:"
                           指示者指定
                   MOVE "L" TO 指示区分指定
                 ELSE
                   CONTINUE
               END-IF
             ELSE
               CONTINUE
           END-IF.
      *  ロック一覧をテーブルへ読み込む。
           OPEN INPUT ロック制御ファイル.
           IF ロック状態 NOT = "00"
             ELSE
               CONTINUE
           END-IF.
      *  直前のレコードのハッシュを連鎖の起点にする。
           PERFORM 連鎖準備.
           PERFORM VARYING ロック番号 FROM 1 BY 1
             UNTIL ロック番号 > ロック件数
             IF 表判定区分(ロック番号) = "Z"
                      " 保持元:" DELIMITED BY SIZE
                      表保持元(ロック番号)
                      DELIMITED BY SIZE
                      " 指示者:" DELIMITED BY SIZE
                      指示者指定 DELIMITED BY SIZE
                      INTO 記録行
               PERFORM 解除記録書込
             ELSE
               DISPLAY "解除失敗:"
                       表資源名(ロック番号)
       1件解除－ＥＸ.
       EXIT.
      *
      ***********************************
       連鎖準備               SECTION.
      ***********************************
      *
      *  解除記録の最終レコードから前ハッシュを得る。
           MOVE SPACES TO 連鎖情報.
           MOVE "O" TO 連鎖要求区分.
           MOVE "LOCKRELLOG2000" TO 連鎖ファイル名.
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
       解除記録書込           SECTION.
      ***********************************
      *
      *  連鎖トレーラを付けて解除記録へ書く。
           MOVE 記録行 TO 連鎖レコード.
           MOVE "H" TO 連鎖要求区分.
           CALL "SUB2025" USING 連鎖情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           WRITE 解除記録レコード FROM 連鎖レコード.
      *
       解除記録書込－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
