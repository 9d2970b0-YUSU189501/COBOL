       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2114.
      *  月次の権限棚卸し。操作者マスタ(SOSASHA2010)の操作者と
      *  ロールごとに有効・停止・期限切れ・開始前の別と、その
      *  ロールに権限表(KENGEN2010)で許されたプログラム・操作
      *  区分・対象を並べ、権限が1行も無いロールには印を付ける。
      *  どの操作者にも割り当てられていないロールも挙げる。
      *  さらに権限拒否記録(NINKALOG2010)から前月1日以降の拒否
      *  を並べ、操作者ごとの拒否件数を集計する。結果は権限
      *  棚卸し表(KENGENRPT2010)に書く。
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
      *  権限確認(SUB2022)が拒否した操作の記録。
           SELECT 拒否記録ファイル ASSIGN TO
             "/home/suzuki/DATA/NINKALOG2010"
             FILE STATUS IS 拒否記録状態.
      *  権限棚卸し表。
           SELECT 棚卸し表ファイル ASSIGN TO
             "/home/suzuki/DATA/KENGENRPT2010"
             FILE STATUS IS 棚卸し表状態.
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
       FD  棚卸し表ファイル.
       01  棚卸し表レコード   PIC X(132).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 操作者状態        PIC X(2).
         03 権限状態          PIC X(2).
         03 拒否記録状態      PIC X(2).
         03 棚卸し表状態      PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
       01  実行年月           PIC 9(6).
      *  拒否記録を拾う下限(前月1日)。
       01  前月年月           PIC 9(6).
       01  拒否下限日         PIC 9(8).
      *  操作者マスタのテーブル。
       01  操作者テーブルエリア.
         03 操作者件数        PIC 9(3) VALUE ZERO.
         03 操作者番号        PIC 9(3).
         03 操作者エントリ    OCCURS 500 TIMES.
           05 表操作者コード  PIC X(8).
           05 表操作者ロール  PIC X(8).
           05 表操作者名      PIC X(30).
           05 表有効開始日    PIC 9(8).
           05 表有効終了日    PIC 9(8).
           05 表停止区分      PIC X(1).
      *  権限表のテーブル。
       01  権限テーブルエリア.
         03 権限件数          PIC 9(4) VALUE ZERO.
         03 権限番号          PIC 9(4).
         03 先行権限番号      PIC 9(4).
         03 権限エントリ      OCCURS 1000 TIMES.
           05 表権限ロール    PIC X(8).
           05 表権限プログラム PIC X(8).
           05 表権限操作区分  PIC X(1).
           05 表権限対象      PIC X(16).
           05 表権限説明      PIC X(30).
      *  操作者ごとの拒否件数。
       01  拒否集計エリア.
         03 拒否者件数        PIC 9(3) VALUE ZERO.
         03 拒否者番号        PIC 9(3).
         03 該当拒否者番号    PIC 9(3).
         03 拒否者エントリ    OCCURS 200 TIMES.
           05 表拒否者コード  PIC X(8).
           05 表拒否者件数    PIC 9(5).
       01  判定エリア.
         03 ロール権限数      PIC 9(4).
         03 割当有無          PIC X(1).
           88 割当あり        VALUE "Y".
         03 既出有無          PIC X(1).
           88 既出あり        VALUE "Y".
       01  状態表示           PIC X(12).
      *  件数集計。
       01  集計エリア.
         03 権限なし件数      PIC 9(3) VALUE ZERO.
         03 未割当件数        PIC 9(3) VALUE ZERO.
         03 拒否件数          PIC 9(5) VALUE ZERO.
         03 拒否集計外件数    PIC 9(5) VALUE ZERO.
       01  件数編集           PIC ZZ,ZZ9.
       01  棚卸し表行         PIC X(132).
      *  異常終了ログ呼出し(SUB9000)への引き渡し情報。
       01  異常終了情報.
           COPY CP010.
       PROCEDURE              DIVISION.
      ***********************************
       開始                   SECTION.
      ***********************************
      *
           PERFORM 初期処理.
      *
           PERFORM 主処理.
      *
           PERFORM 終了処理.
      *
      *  ジョブネット制御(PRO2066)からの呼び出しでも戻れる
      *  ようGOBACKで終える。単独起動では従来どおり停止する。
           GOBACK.
      *
      ***********************************
       初期処理               SECTION.
      ***********************************
      *
           DISPLAY "***PRO2114 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           MOVE 実行日(1:6) TO 実行年月.
           IF 実行日(5:2) = "01"
             THEN
               COMPUTE 前月年月 = 実行年月 - 89
             ELSE
               COMPUTE 前月年月 = 実行年月 - 1
           END-IF.
           COMPUTE 拒否下限日 = 前月年月 * 100 + 1.
           PERFORM 操作者マスタ読込.
           PERFORM 権限表読込.
           OPEN OUTPUT 棚卸し表ファイル.
           IF 棚卸し表状態 NOT = "00"
             THEN
               MOVE "PRO2114" TO 発生プログラム名
               MOVE 棚卸し表状態 TO 入出力状態
               MOVE "権限棚卸し表のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 棚卸し表行.
           STRING "権限棚卸し表 処理日:" DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO 棚卸し表行.
           WRITE 棚卸し表レコード FROM 棚卸し表行.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       操作者マスタ読込       SECTION.
      ***********************************
      *
           OPEN INPUT 操作者マスタファイル.
           IF 操作者状態 NOT = "00"
             THEN
               DISPLAY "操作者マスタなし。"
               GO TO 操作者マスタ読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 操作者マスタファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 操作者件数 < 500
                   THEN
                     ADD 1 TO 操作者件数
                     MOVE 操作者コード
                       TO 表操作者コード(操作者件数)
                     MOVE 操作者ロール
                       TO 表操作者ロール(操作者件数)
                     MOVE 操作者名
                       TO 表操作者名(操作者件数)
                     MOVE 操作者有効開始日
                       TO 表有効開始日(操作者件数)
                     MOVE 操作者有効終了日
                       TO 表有効終了日(操作者件数)
                     MOVE 操作者停止区分
                       TO 表停止区分(操作者件数)
                   ELSE
                     DISPLAY "操作者マスタの件数超過:"
                             操作者コード
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 操作者マスタファイル.
      *
       操作者マスタ読込－ＥＸ.
       EXIT.
      *
      ***********************************
       権限表読込             SECTION.
      ***********************************
      *
           OPEN INPUT 権限表ファイル.
           IF 権限状態 NOT = "00"
             THEN
               DISPLAY "権限表なし。"
               GO TO 権限表読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 権限表ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 権限件数 < 1000
                   THEN
                     ADD 1 TO 権限件数
                     MOVE 権限ロール
                       TO 表権限ロール(権限件数)
                     MOVE 権限プログラム
                       TO 表権限プログラム(権限件数)
                     MOVE 権限操作区分
                       TO 表権限操作区分(権限件数)
                     MOVE 権限対象
                       TO 表権限対象(権限件数)
                     MOVE 権限説明
                       TO 表権限説明(権限件数)
                   ELSE
                     DISPLAY "権限表の件数超過:" 権限ロール
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 権限表ファイル.
      *
       権限表読込－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
           PERFORM 操作者別一覧.
           PERFORM 未割当ロール一覧.
           PERFORM 拒否一覧.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       操作者別一覧           SECTION.
      ***********************************
      *
      *  操作者とロールの組ごとに1行、続けてそのロールの権限
      *  を字下げして並べる。
           MOVE SPACES TO 棚卸し表行.
           MOVE "[操作者別の権限]" TO 棚卸し表行.
           WRITE 棚卸し表レコード FROM 棚卸し表行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 棚卸し表行.
           MOVE "操作者" TO 棚卸し表行(1:9).
           MOVE "ロール" TO 棚卸し表行(10:9).
           MOVE "氏名"   TO 棚卸し表行(19:6).
           MOVE "開始日" TO 棚卸し表行(50:9).
           MOVE "終了日" TO 棚卸し表行(59:9).
           MOVE "状態"   TO 棚卸し表行(68:6).
           WRITE 棚卸し表レコード FROM 棚卸し表行.
           PERFORM VARYING 操作者番号 FROM 1 BY 1
             UNTIL 操作者番号 > 操作者件数
             PERFORM 操作者明細出力
           END-PERFORM.
      *
       操作者別一覧－ＥＸ.
       EXIT.
      *
      ***********************************
       操作者明細出力         SECTION.
      ***********************************
      *
           EVALUATE TRUE
             WHEN 表停止区分(操作者番号) = "Y"
               MOVE "停止" TO 状態表示
             WHEN 表有効開始日(操作者番号) > 実行日
               MOVE "開始前" TO 状態表示
             WHEN 表有効終了日(操作者番号) NOT = ZERO
                  AND 表有効終了日(操作者番号) < 実行日
               MOVE "期限切れ" TO 状態表示
             WHEN OTHER
               MOVE "有効" TO 状態表示
           END-EVALUATE.
           MOVE SPACES TO 棚卸し表行.
           MOVE 表操作者コード(操作者番号)
             TO 棚卸し表行(1:8).
           MOVE 表操作者ロール(操作者番号)
             TO 棚卸し表行(10:8).
           MOVE 表操作者名(操作者番号)
             TO 棚卸し表行(19:30).
           MOVE 表有効開始日(操作者番号)
             TO 棚卸し表行(50:8).
           MOVE 表有効終了日(操作者番号)
             TO 棚卸し表行(59:8).
           MOVE 状態表示 TO 棚卸し表行(68:12).
           WRITE 棚卸し表レコード FROM 棚卸し表行.
           MOVE ZERO TO ロール権限数.
           PERFORM VARYING 権限番号 FROM 1 BY 1
             UNTIL 権限番号 > 権限件数
             IF 表権限ロール(権限番号)
                = 表操作者ロール(操作者番号)
               THEN
                 ADD 1 TO ロール権限数
                 MOVE SPACES TO 棚卸し表行
                 MOVE "権限:" TO 棚卸し表行(4:7)
                 MOVE 表権限プログラム(権限番号)
                   TO 棚卸し表行(12:8)
                 MOVE 表権限操作区分(権限番号)
                   TO 棚卸し表行(21:1)
                 MOVE 表権限対象(権限番号)
                   TO 棚卸し表行(23:16)
                 MOVE 表権限説明(権限番号)
                   TO 棚卸し表行(40:30)
                 WRITE 棚卸し表レコード FROM 棚卸し表行
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF ロール権限数 = ZERO
             THEN
               ADD 1 TO 権限なし件数
               MOVE SPACES TO 棚卸し表行
               MOVE "*権限表にこのロールの権限なし"
                 TO 棚卸し表行(4:60)
               WRITE 棚卸し表レコード FROM 棚卸し表行
             ELSE
               CONTINUE
           END-IF.
      *
       操作者明細出力－ＥＸ.
       EXIT.
      *
      ***********************************
       未割当ロール一覧       SECTION.
      ***********************************
      *
      *  権限表のロールのうち、どの操作者にも割り当てられて
      *  いないものを1回ずつ挙げる。
           MOVE SPACES TO 棚卸し表行.
           MOVE "[操作者のいないロール]" TO 棚卸し表行.
           WRITE 棚卸し表レコード FROM 棚卸し表行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING 権限番号 FROM 1 BY 1
             UNTIL 権限番号 > 権限件数
             MOVE "N" TO 既出有無
             PERFORM VARYING 先行権限番号 FROM 1 BY 1
               UNTIL 先行権限番号 >= 権限番号
                  OR 既出あり
               IF 表権限ロール(先行権限番号)
                  = 表権限ロール(権限番号)
                 THEN
                   SET 既出あり TO TRUE
                 ELSE
                   CONTINUE
               END-IF
             END-PERFORM
             IF NOT 既出あり
               THEN
                 PERFORM 割当確認
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       未割当ロール一覧－ＥＸ.
       EXIT.
      *
      ***********************************
       割当確認               SECTION.
      ***********************************
      *
           MOVE "N" TO 割当有無.
           PERFORM VARYING 操作者番号 FROM 1 BY 1
             UNTIL 操作者番号 > 操作者件数
                OR 割当あり
             IF 表操作者ロール(操作者番号)
                = 表権限ロール(権限番号)
               THEN
                 SET 割当あり TO TRUE
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF NOT 割当あり
             THEN
               ADD 1 TO 未割当件数
               MOVE SPACES TO 棚卸し表行
               MOVE 表権限ロール(権限番号)
                 TO 棚卸し表行(1:8)
               MOVE "*操作者なし" TO 棚卸し表行(10:20)
               WRITE 棚卸し表レコード FROM 棚卸し表行
             ELSE
               CONTINUE
           END-IF.
      *
       割当確認－ＥＸ.
       EXIT.
      *
      ***********************************
       拒否一覧               SECTION.
      ***********************************
      *
      *  前月1日以降の拒否を記録順に並べ、操作者ごとに数える。
           MOVE SPACES TO 棚卸し表行.
           STRING "[権限拒否 " DELIMITED BY SIZE
                  拒否下限日 DELIMITED BY SIZE
                  "以降]" DELIMITED BY SIZE
                  INTO 棚卸し表行.
           WRITE 棚卸し表レコード FROM 棚卸し表行
             AFTER 2 LINE
           END-WRITE.
           OPEN INPUT 拒否記録ファイル.
           IF 拒否記録状態 NOT = "00"
             THEN
               MOVE SPACES TO 棚卸し表行
               MOVE "権限拒否記録なし" TO 棚卸し表行
               WRITE 棚卸し表レコード FROM 棚卸し表行
               GO TO 拒否一覧－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 棚卸し表行.
           MOVE "拒否日"     TO 棚卸し表行(1:9).
           MOVE "時刻"       TO 棚卸し表行(10:6).
           MOVE "操作者"     TO 棚卸し表行(17:9).
           MOVE "プログラム" TO 棚卸し表行(27:15).
           MOVE "区分"       TO 棚卸し表行(43:6).
           MOVE "対象"       TO 棚卸し表行(50:6).
           MOVE "結果"       TO 棚卸し表行(67:6).
           WRITE 棚卸し表レコード FROM 棚卸し表行.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 拒否記録ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 拒否日 NOT < 拒否下限日
                   THEN
                     PERFORM 拒否明細出力
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 拒否記録ファイル.
           MOVE SPACES TO 棚卸し表行.
           MOVE "[操作者別の拒否件数]" TO 棚卸し表行.
           WRITE 棚卸し表レコード FROM 棚卸し表行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING 拒否者番号 FROM 1 BY 1
             UNTIL 拒否者番号 > 拒否者件数
             MOVE SPACES TO 棚卸し表行
             MOVE 表拒否者コード(拒否者番号)
               TO 棚卸し表行(1:8)
             MOVE 表拒否者件数(拒否者番号) TO 件数編集
             MOVE 件数編集 TO 棚卸し表行(10:6)
             WRITE 棚卸し表レコード FROM 棚卸し表行
           END-PERFORM.
           IF 拒否集計外件数 > ZERO
             THEN
               MOVE SPACES TO 棚卸し表行
               MOVE "*集計外" TO 棚卸し表行(1:8)
               MOVE 拒否集計外件数 TO 件数編集
               MOVE 件数編集 TO 棚卸し表行(10:6)
               WRITE 棚卸し表レコード FROM 棚卸し表行
             ELSE
               CONTINUE
           END-IF.
      *
       拒否一覧－ＥＸ.
       EXIT.
      *
      ***********************************
       拒否明細出力           SECTION.
      ***********************************
      *
           ADD 1 TO 拒否件数.
           MOVE SPACES TO 棚卸し表行.
           MOVE 拒否日         TO 棚卸し表行(1:8).
           MOVE 拒否時刻       TO 棚卸し表行(10:6).
           MOVE 拒否操作者     TO 棚卸し表行(17:8).
           MOVE 拒否プログラム TO 棚卸し表行(27:8).
           MOVE 拒否操作区分   TO 棚卸し表行(44:1).
           MOVE 拒否対象       TO 棚卸し表行(50:16).
           MOVE 拒否結果       TO 棚卸し表行(67:2).
           EVALUATE 拒否結果
             WHEN "10"
               MOVE "操作者未登録・無効"
                 TO 棚卸し表行(70:30)
             WHEN "20"
               MOVE "権限なし" TO 棚卸し表行(70:30)
             WHEN "30"
               MOVE "権限マスタ読込不可"
                 TO 棚卸し表行(70:30)
             WHEN OTHER
               MOVE "権限マスタなし" TO 棚卸し表行(70:30)
           END-EVALUATE.
           WRITE 棚卸し表レコード FROM 棚卸し表行.
           MOVE ZERO TO 該当拒否者番号.
           PERFORM VARYING 拒否者番号 FROM 1 BY 1
             UNTIL 拒否者番号 > 拒否者件数
                OR 該当拒否者番号 > ZERO
             IF 表拒否者コード(拒否者番号) = 拒否操作者
               THEN
                 MOVE 拒否者番号 TO 該当拒否者番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           EVALUATE TRUE
             WHEN 該当拒否者番号 > ZERO
               ADD 1 TO 表拒否者件数(該当拒否者番号)
             WHEN 拒否者件数 < 200
               ADD 1 TO 拒否者件数
               MOVE 拒否操作者
                 TO 表拒否者コード(拒否者件数)
               MOVE 1 TO 表拒否者件数(拒否者件数)
             WHEN OTHER
               ADD 1 TO 拒否集計外件数
           END-EVALUATE.
      *
       拒否明細出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           MOVE SPACES TO 棚卸し表行.
           STRING "操作者行:" DELIMITED BY SIZE
                  操作者件数 DELIMITED BY SIZE
                  " 権限なしロール:" DELIMITED BY SIZE
                  権限なし件数 DELIMITED BY SIZE
                  " 操作者のいないロール:" DELIMITED BY SIZE
                  未割当件数 DELIMITED BY SIZE
                  " 拒否:" DELIMITED BY SIZE
                  拒否件数 DELIMITED BY SIZE
                  INTO 棚卸し表行.
           WRITE 棚卸し表レコード FROM 棚卸し表行
             AFTER 2 LINE
           END-WRITE.
           CLOSE 棚卸し表ファイル.
           DISPLAY "操作者行:" 操作者件数
                   " 権限なしロール:" 権限なし件数
                   " 操作者のいないロール:" 未割当件数
                   " 拒否:" 拒否件数.
      *
           DISPLAY "***PRO2114 END***".
      *
       終了処理－ＥＸ.
       EXIT.
      *
      ***********************************
       異常終了処理           SECTION.
      ***********************************
      *
           DISPLAY "異常終了しました。"
           CALL "SUB9000" USING 異常終了情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           STOP RUN.
      *
       異常終了処理－ＥＸ.
       EXIT.
      *
