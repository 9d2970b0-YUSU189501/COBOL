      *  テーブルへ読み込んで適用し、書き戻す。対象は
      *  GENGO2002・CALENDAR2000・KUBUNMST2010・MSGCAT2000・
      *  PARAMDB01/02/03・TOLERANCE2000・WINDOW2000・
      *  LOGKEEP2000・LAYOUT2010・SOSASHA2010・KENGEN2010。
      *  指示ごとに操作者の権限を確かめ(SUB2022)、権限の無い
      *  指示とマスタごとの桁検査(数字欄の形式検査)を通らない
      *  指示は却下し、更新の前後は操作者とともに保守記録
      *  (MNTLOG2000)に残す。更新はSUB9400の占有ロック
      *  (PARAMMST)を取ってから行い、エディタ直接編集による
      *  桁ズレ事故を防ぐ。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  操作区分 Q:照会 A:追加 U:変更 D:削除。
         03 指示操作区分      PIC X(1).
         03 指示データ部      PIC X(100).
      *  指示した操作者。権限表(KENGEN2010)で確認する。
         03 指示操作者        PIC X(8).
       FD  対象ファイル.
       01  対象レコード       PIC X(100).
      *  末尾16バイトは連鎖ハッシュのトレーラ(CP093)。
       FD  保守記録ファイル.
       01  保守記録レコード   PIC X(148).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 指示状態          PIC X(2).
      *  排他制御呼出し(SUB9400)への引き渡し情報。
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
             ELSE
               CONTINUE
           END-IF.
      *  直前のレコードのハッシュを連鎖の起点にする。
           PERFORM 連鎖準備.
      *
       初期処理－ＥＸ.
       EXIT.
             ELSE
               CONTINUE
           END-IF.
           PERFORM 権限確認.
           IF 確認結果 NOT = "00"
             THEN
               ADD 1 TO 却下件数
               DISPLAY "権限なし:" 指示操作者
                       " " 指示マスタ名
                       " " 指示操作区分
               PERFORM 却下記録
               GO TO 指示1件処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *  追加・変更はデータ部の形式検査を通す。
           IF 指示操作区分 = "A"
              OR 指示操作区分 = "U"
       指示1件処理－ＥＸ.
       EXIT.
      *
      ***********************************
       権限確認               SECTION.
      ***********************************
      *
      *  操作者のロールで対象マスタへの操作が許されているかを
      *  確かめる。操作者マスタ・権限表がまだ無いときは、その
      *  二つを初めて登録する指示に限って受け付ける。マスタが
      *  あって読めないときや呼出しに失敗したときは拒否する。
           MOVE 指示操作者     TO 確認操作者.
           MOVE "PRO2071"      TO 確認プログラム.
           MOVE 指示操作区分   TO 確認操作区分.
           MOVE 指示マスタ名   TO 確認対象.
           CALL "SUB2022" USING 権限確認情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "20" TO 確認結果
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 確認結果 = "35"
              AND (指示マスタ名 = "SOSASHA2010"
                   OR 指示マスタ名 = "KENGEN2010")
             THEN
               DISPLAY "権限マスタ初期登録:" 指示マスタ名
               MOVE "00" TO 確認結果
             ELSE
               CONTINUE
           END-IF.
      *
       権限確認－ＥＸ.
       EXIT.
      *
      ***********************************
       マスタ属性決定         SECTION.
      ***********************************
               MOVE ZERO TO マスタキー桁数
             WHEN "LOGKEEP2000"
               MOVE ZERO TO マスタキー桁数
      *  データセット名16桁と連番3桁。
             WHEN "LAYOUT2010"
               MOVE 19 TO マスタキー桁数
      *  操作者8桁とロール8桁。
             WHEN "SOSASHA2010"
               MOVE 16 TO マスタキー桁数
      *  ロール8桁・プログラム8桁・操作区分1桁・対象16桁。
             WHEN "KENGEN2010"
               MOVE 33 TO マスタキー桁数
             WHEN OTHER
               MOVE "N" TO マスタ有効フラグ
           END-EVALUATE.
                 ELSE
                   CONTINUE
               END-IF
             WHEN "LAYOUT2010"
      *  連番000は編成S・I、レコード長5桁・キー位置5桁・キー長
      *  3桁。それ以外は項目位置5桁・長さ5桁と型X・N・9・S。
               IF 指示データ部(1:16) = SPACES
                  OR 指示データ部(17:3) NOT NUMERIC
                 THEN
                   MOVE "N" TO 検査結果フラグ
                 ELSE
                   IF 指示データ部(17:3) = "000"
                     THEN
                       IF (指示データ部(20:1) NOT = "S"
                           AND 指示データ部(20:1) NOT = "I")
                          OR 指示データ部(21:13) NOT NUMERIC
                         THEN
                           MOVE "N" TO 検査結果フラグ
                         ELSE
                           CONTINUE
                       END-IF
                     ELSE
                       IF 指示データ部(50:10) NOT NUMERIC
                          OR (指示データ部(60:1) NOT = "X"
                              AND 指示データ部(60:1) NOT = "N"
                              AND 指示データ部(60:1) NOT = "9"
                              AND 指示データ部(60:1) NOT = "S")
                         THEN
                           MOVE "N" TO 検査結果フラグ
                         ELSE
                           CONTINUE
                       END-IF
                   END-IF
               END-IF
             WHEN "SOSASHA2010"
      *  操作者・ロールは空白不可。有効期間8桁×2、停止区分は
      *  空白かY。
               IF 指示データ部(1:8) = SPACES
                  OR 指示データ部(9:8) = SPACES
                  OR 指示データ部(47:16) NOT NUMERIC
                  OR (指示データ部(63:1) NOT = SPACE
                      AND 指示データ部(63:1) NOT = "Y")
                 THEN
                   MOVE "N" TO 検査結果フラグ
                 ELSE
                   CONTINUE
               END-IF
             WHEN "KENGEN2010"
      *  ロール・プログラム・操作区分は空白不可。
               IF 指示データ部(1:8) = SPACES
                  OR 指示データ部(9:8) = SPACES
                  OR 指示データ部(17:1) = SPACE
                 THEN
                   MOVE "N" TO 検査結果フラグ
                 ELSE
                   CONTINUE
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
           MOVE SPACES TO 記録行.
           STRING 実行日 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  指示操作者 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  指示マスタ名 DELIMITED BY SIZE
                  " 追加 " DELIMITED BY SIZE
                  指示データ部 DELIMITED BY "  "
                  INTO 記録行.
           PERFORM 保守記録書込.
      *
       更新記録-追加－ＥＸ.
       EXIT.
      *
           MOVE SPACES TO 記録行.
           STRING 実行日 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  指示操作者 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  指示マスタ名 DELIMITED BY SIZE
                  " 変更前 " DELIMITED BY SIZE
                  表行(該当行番号) DELIMITED BY "  "
                  INTO 記録行.
           PERFORM 保守記録書込.
      *
       更新記録-変更前－ＥＸ.
       EXIT.
      *
           MOVE SPACES TO 記録行.
           STRING 実行日 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  指示操作者 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  指示マスタ名 DELIMITED BY SIZE
                  " 変更後 " DELIMITED BY SIZE
                  指示データ部 DELIMITED BY "  "
                  INTO 記録行.
           PERFORM 保守記録書込.
      *
       更新記録-変更後－ＥＸ.
       EXIT.
      *
           MOVE SPACES TO 記録行.
           STRING 実行日 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  指示操作者 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  指示マスタ名 DELIMITED BY SIZE
                  " 削除 " DELIMITED BY SIZE
                  表行(該当行番号) DELIMITED BY "  "
                  INTO 記録行.
           PERFORM 保守記録書込.
      *
       更新記録-削除－ＥＸ.
       EXIT.
      *
           MOVE SPACES TO 記録行.
           STRING 実行日 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  指示操作者 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  指示マスタ名 DELIMITED BY SIZE
                  " 却下 " DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  指示データ部 DELIMITED BY "  "
                  INTO 記録行.
           PERFORM 保守記録書込.
      *
       却下記録－ＥＸ.
       EXIT.
      *
      ***********************************
       連鎖準備               SECTION.
      ***********************************
      *
      *  保守記録の最終レコードから前ハッシュを得る。
           MOVE SPACES TO 連鎖情報.
           MOVE "O" TO 連鎖要求区分.
           MOVE "MNTLOG2000" TO 連鎖ファイル名.
           MOVE 148 TO 連鎖レコード長.
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
       保守記録書込           SECTION.
      ***********************************
      *
      *  連鎖トレーラを付けて保守記録へ書く。
           MOVE 記録行 TO 連鎖レコード.
           MOVE "H" TO 連鎖要求区分.
           CALL "SUB2025" USING 連鎖情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           WRITE 保守記録レコード FROM 連鎖レコード.
      *
       保守記録書込－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
