      *  月数(LOGKEEP2000、既定6か月)を超えた古いアーカイブを
      *  削除する。あわせてABENDLOGのプログラム別・状態別の
      *  件数とAUDIT2003の行数を月次ダイジェストに書き出す。
      *  連鎖ハッシュ付きのログ(CP094)は切り出したアーカイブの
      *  最終ハッシュを引継レコード(SUB2025)として空にしたログの
      *  先頭に置き、連鎖をアーカイブから続ける。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  ローテーション対象のログ。ログごとにレコード長が違う
      *  ので1バイト単位で読み書きする。
           SELECT 対象ログファイル
             ASSIGN TO DYNAMIC 対象ログ名
             FILE STATUS IS 対象ログ状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  対象ログファイル.
       01  対象ログバイト     PIC X(1).
       FD  アーカイブファイル.
       01  アーカイブバイト   PIC X(1).
       FD  保持制御ファイル.
       01  保持制御レコード.
           05 指定保持月数    PIC 9(2).
       01  切出終了フラグ     PIC X(1).
           88 切出終了        VALUE "1".
       01  切出件数           PIC 9(7).
      *  1バイト単位の読込をレコードに組み立てるバッファ。
      *  レコード長は連鎖ログ一覧にあればその長さ、無ければ
      *  従来の100バイトとする。
       01  現レコード長       PIC 9(5).
       01  切出位置           PIC 9(5).
       01  切出バッファ       PIC X(200).
       01  最終レコード       PIC X(200).
       01  連鎖対象フラグ     PIC X(1).
           88 連鎖対象        VALUE "Y".
       01  連鎖番号           PIC 9(2).
       01  引継バイト位置     PIC 9(5).
      *  アーカイブのファイル名(ディレクトリを除く)。
       01  アーカイブ基本名   PIC X(40).
      *  連鎖ハッシュ付きのログの一覧。
       01  連鎖ログ一覧.
           COPY CP094.
      *  連鎖ハッシュ呼出し(SUB2025)への引き渡し情報。
       01  連鎖情報.
           COPY CP093.
      *  ABENDLOGのプログラム別・状態別の件数集計。
       01  発生集計テーブル.
           05 発生件数計      PIC 9(2) VALUE ZERO.
           STRING "/home/suzuki/DATA/" DELIMITED BY SIZE
                  現基本名(1:現基本名長) DELIMITED BY SIZE
                  INTO 対象ログ名.
           MOVE SPACES TO アーカイブ基本名.
           STRING 現基本名(1:現基本名長) DELIMITED BY SIZE
                  ".M"                 DELIMITED BY SIZE
                  実行年月             DELIMITED BY SIZE
                  INTO アーカイブ基本名.
           MOVE SPACES TO アーカイブ名.
           STRING "/home/suzuki/DATA/" DELIMITED BY SIZE
                  アーカイブ基本名     DELIMITED BY SPACE
                  INTO アーカイブ名.
           PERFORM 連鎖ログ判定.
           MOVE "0" TO 切出終了フラグ.
           MOVE ZERO TO 切出件数.
           MOVE ZERO TO 切出位置.
           MOVE SPACES TO 最終レコード.
           INITIALIZE 発生集計テーブル.
           INITIALIZE 状態集計テーブル.
           OPEN INPUT 対象ログファイル.
                   AT END
                     SET 切出終了 TO TRUE
                   NOT AT END
                     WRITE アーカイブバイト
                       FROM 対象ログバイト
                     PERFORM レコード組立
                 END-READ
               END-PERFORM
               CLOSE アーカイブファイル
               CLOSE 対象ログファイル
      *  元のログを空にする。連鎖ハッシュ付きのログは引継
      *  レコードだけを置く。
               OPEN OUTPUT 対象ログファイル
               IF 連鎖対象
                 THEN
                   PERFORM 引継レコード出力
                 ELSE
                   CONTINUE
               END-IF
               CLOSE 対象ログファイル
               PERFORM ダイジェスト出力
               DISPLAY "ログ切り出し:" 現基本名
       ログ切り出し－ＥＸ.
       EXIT.
      *
      ***********************************
       連鎖ログ判定           SECTION.
      ***********************************
      *
           MOVE "N" TO 連鎖対象フラグ.
           MOVE 100 TO 現レコード長.
           PERFORM VARYING 連鎖番号 FROM 1 BY 1
             UNTIL 連鎖番号 > 連鎖ログ数
             IF 表連鎖基本名(連鎖番号) = 現基本名
               THEN
                 SET 連鎖対象 TO TRUE
                 MOVE 表連鎖レコード長(連鎖番号)
                   TO 現レコード長
                 MOVE 連鎖ログ数 TO 連鎖番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       連鎖ログ判定－ＥＸ.
       EXIT.
      *
      ***********************************
       レコード組立           SECTION.
      ***********************************
      *
      *  読んだバイトを積み、1レコード分そろったら件数を数えて
      *  集計する。最後の1件は引継レコード用に残す。
           ADD 1 TO 切出位置.
           MOVE 対象ログバイト
             TO 切出バッファ(切出位置:1).
           IF 切出位置 < 現レコード長
             THEN
               GO TO レコード組立－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 切出件数.
           IF 対象番号 = 1
             THEN
               PERFORM 発生集計
             ELSE
               CONTINUE
           END-IF.
           MOVE 切出バッファ TO 最終レコード.
           MOVE ZERO TO 切出位置.
      *
       レコード組立－ＥＸ.
       EXIT.
      *
      ***********************************
       引継レコード出力       SECTION.
      ***********************************
      *
      *  アーカイブの最終レコードのハッシュを持ち越す引継
      *  レコードを作る。連鎖前の様式のログや空のログは引き
      *  継がない。
           IF 切出件数 = ZERO
             THEN
               GO TO 引継レコード出力－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 連鎖情報.
           MOVE "T" TO 連鎖要求区分.
           MOVE 現レコード長 TO 連鎖レコード長.
           MOVE 最終レコード TO 連鎖レコード.
           CALL "SUB2025" USING 連鎖情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "90" TO 連鎖結果
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 連鎖結果 NOT = "00"
             THEN
               DISPLAY "連鎖を引き継げません:" 現基本名
               GO TO 引継レコード出力－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 連鎖ハッシュ TO 連鎖前ハッシュ.
           MOVE SPACES TO 連鎖レコード.
           MOVE "連鎖引継" TO 引継見出し.
           MOVE 実行日 TO 引継日付.
           MOVE アーカイブ基本名 TO 引継元ファイル名.
           MOVE 切出件数 TO 引継件数.
           MOVE "C" TO 連鎖要求区分.
           CALL "SUB2025" USING 連鎖情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           PERFORM VARYING 引継バイト位置 FROM 1 BY 1
             UNTIL 引継バイト位置 > 現レコード長
             MOVE 連鎖レコード(引継バイト位置:1)
               TO 対象ログバイト
             WRITE 対象ログバイト
           END-PERFORM.
      *
       引継レコード出力－ＥＸ.
       EXIT.
      *
      ***********************************
       基本名長算出           SECTION.
      ***********************************
           PERFORM VARYING 発生番号 FROM 1 BY 1
             UNTIL 発生番号 > 発生件数計
             IF 表発生名(発生番号) =
                切出バッファ(10:8)
               THEN
                 ADD 1 TO 表発生件数(発生番号)
                 MOVE "Y" TO 検出フラグ
           IF 検出フラグ = "N" AND 発生件数計 < 20
             THEN
               ADD 1 TO 発生件数計
               MOVE 切出バッファ(10:8)
                 TO 表発生名(発生件数計)
               MOVE 1 TO 表発生件数(発生件数計)
             ELSE
           PERFORM VARYING 状態番号 FROM 1 BY 1
             UNTIL 状態番号 > 状態件数計
             IF 表状態値(状態番号) =
                切出バッファ(26:2)
               THEN
                 ADD 1 TO 表状態件数(状態番号)
                 MOVE "Y" TO 検出フラグ
           IF 検出フラグ = "N" AND 状態件数計 < 20
             THEN
               ADD 1 TO 状態件数計
               MOVE 切出バッファ(26:2)
                 TO 表状態値(状態件数計)
               MOVE 1 TO 表状態件数(状態件数計)
             ELSE
