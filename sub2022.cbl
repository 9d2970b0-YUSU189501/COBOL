       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            SUB2022.
      *  操作権限の確認サブルーチン。照会・保守・承認・再発行・
      *  ロック解除などを行うプログラムが処理の前に呼ぶ。操作者
      *  マスタ(SOSASHA2010)から操作者の有効なロールを集め、
      *  権限表(KENGEN2010)にそのロールでプログラム・操作区分・
      *  対象を許す行があれば許可する。拒否した操作は権限拒否
      *  記録(NINKALOG2010)に追記し、月次の権限棚卸し(PRO2114)
      *  で確認する。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  操作者とロールの対応。
           SELECT 操作者マスタファイル ASSIGN TO
             "/home/suzuki/DATA/SOSASHA2010"
             FILE STATUS IS 操作者状態.
      *  ロールごとの権限。
           SELECT 権限表ファイル ASSIGN TO
             "/home/suzuki/DATA/KENGEN2010"
             FILE STATUS IS 権限状態.
      *  拒否した操作の記録。追記する。
           SELECT 拒否記録ファイル ASSIGN TO
             "/home/suzuki/DATA/NINKALOG2010"
             FILE STATUS IS 拒否記録状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  操作者マスタファイル.
       01  操作者マスタレコード.
           COPY CP078.
       FD  権限表ファイル.
       01  権限表レコード.
           COPY CP079.
       FD  拒否記録ファイル.
       01  拒否記録レコード.
           COPY CP080.
       WORKING-STORAGE        SECTION.
       01  ワークエリア.
           05 操作者状態      PIC X(02).
           05 権限状態        PIC X(02).
           05 拒否記録状態    PIC X(02).
           05 終了ステータス  PIC X(01).
           05 確認日付        PIC 9(08).
           05 確認時刻値      PIC 9(08).
      *  操作者の有効なロールの一覧。
       01  ロールテーブル.
           05 ロール件数      PIC 9(02).
           05 ロール番号      PIC 9(02).
           05 ロールエントリ  OCCURS 20 TIMES.
              10 表ロール       PIC X(08).
       LINKAGE                SECTION.
      *  呼び出し元と受け渡す権限確認情報。
       01  権限確認情報.
           COPY CP077.
       PROCEDURE              DIVISION USING 権限確認情報.
      ************************************************
       開始                   SECTION.
      ************************************************
      *
           MOVE SPACES TO 確認ロール.
           ACCEPT 確認日付 FROM DATE YYYYMMDD.
           PERFORM ロール収集.
           IF 確認結果 = "00"
             THEN
               PERFORM 権限照合
             ELSE
               CONTINUE
           END-IF.
           IF 確認結果 NOT = "00"
             THEN
               PERFORM 拒否記録
             ELSE
               CONTINUE
           END-IF.
      *
           EXIT PROGRAM.
      *
       開始－ＥＸ.
       EXIT.
      *
      ************************************************
       ロール収集             SECTION.
      ************************************************
      *
      *  停止されておらず、確認日が有効期間内の行のロールを
      *  集める。1行も無ければ操作者未登録・無効とする。
           MOVE "00" TO 確認結果.
           MOVE ZERO TO ロール件数.
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 操作者マスタファイル.
           IF 操作者状態 NOT = "00"
             THEN
               IF 操作者状態 = "35"
                 THEN
                   MOVE "35" TO 確認結果
                 ELSE
                   MOVE "30" TO 確認結果
               END-IF
               GO TO ロール収集－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 終了ステータス = "1"
             READ 操作者マスタファイル
               AT END
                 MOVE "1" TO 終了ステータス
               NOT AT END
                 IF 操作者コード = 確認操作者
                    AND 確認操作者 NOT = SPACES
                    AND NOT 操作者停止
                    AND 操作者有効開始日 NOT > 確認日付
                    AND (操作者有効終了日 = ZERO
                         OR 操作者有効終了日 NOT < 確認日付)
                    AND ロール件数 < 20
                   THEN
                     ADD 1 TO ロール件数
                     MOVE 操作者ロール
                       TO 表ロール(ロール件数)
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 操作者マスタファイル.
           IF ロール件数 = ZERO
             THEN
               MOVE "10" TO 確認結果
             ELSE
               CONTINUE
           END-IF.
      *
       ロール収集－ＥＸ.
       EXIT.
      *
      ************************************************
       権限照合               SECTION.
      ************************************************
      *
      *  操作者のいずれかのロールで許されていれば許可する。
           MOVE "20" TO 確認結果.
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 権限表ファイル.
           IF 権限状態 NOT = "00"
             THEN
               IF 権限状態 = "35"
                 THEN
                   MOVE "35" TO 確認結果
                 ELSE
                   MOVE "30" TO 確認結果
               END-IF
               GO TO 権限照合－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 終了ステータス = "1"
             READ 権限表ファイル
               AT END
                 MOVE "1" TO 終了ステータス
               NOT AT END
                 IF 権限プログラム = 確認プログラム
                    AND (権限操作区分 = "*"
                         OR 権限操作区分 = 確認操作区分)
                    AND (権限対象 = "*" OR 権限対象 = SPACES
                         OR 権限対象 = 確認対象)
                   THEN
                     PERFORM VARYING ロール番号 FROM 1 BY 1
                       UNTIL ロール番号 > ロール件数
                       IF 表ロール(ロール番号)
                          = 権限ロール
                         THEN
                           MOVE "00" TO 確認結果
                           MOVE 権限ロール TO 確認ロール
                           MOVE "1" TO 終了ステータス
                         ELSE
                           CONTINUE
                       END-IF
                     END-PERFORM
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 権限表ファイル.
      *
       権限照合－ＥＸ.
       EXIT.
      *
      ************************************************
       拒否記録               SECTION.
      ************************************************
      *
      *  拒否記録へ追記する。無ければ新規に作る。
           OPEN EXTEND 拒否記録ファイル.
           IF 拒否記録状態 NOT = "00"
             THEN
               CLOSE 拒否記録ファイル
               OPEN OUTPUT 拒否記録ファイル
             ELSE
               CONTINUE
           END-IF.
           IF 拒否記録状態 NOT = "00"
             THEN
               DISPLAY "権限拒否記録の書き込み不可。"
               GO TO 拒否記録－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           ACCEPT 確認時刻値 FROM TIME.
           MOVE SPACES TO 拒否記録レコード.
           MOVE 確認日付         TO 拒否日.
           MOVE 確認時刻値(1:6)  TO 拒否時刻.
           MOVE 確認操作者       TO 拒否操作者.
           MOVE 確認プログラム   TO 拒否プログラム.
           MOVE 確認操作区分     TO 拒否操作区分.
           MOVE 確認対象         TO 拒否対象.
           MOVE 確認結果         TO 拒否結果.
           WRITE 拒否記録レコード.
           CLOSE 拒否記録ファイル.
      *
       拒否記録－ＥＸ.
       EXIT.
      *
