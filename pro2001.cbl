           SELECT 実行番号ファイル ASSIGN TO
             "/home/suzuki/DATA/RUNID2001"
             FILE STATUS IS 実行番号状態.
      *  兼務先の所属コードと兼務期間。兼務者は兼務先の
      *  部門別ファイルにも印を付けて載せる。
           SELECT 兼務ファイル ASSIGN TO
             "/home/suzuki/DATA/KENMU2001"
             FILE STATUS IS 兼務状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  人事ファイル.
       01  部門別レコード     PIC X(50).
       FD  配布集計ファイル.
       01  配布集計レコード   PIC X(60).
       FD  兼務ファイル.
       01  兼務レコード.
           COPY CP040.
       WORKING-STORAGE        SECTION.
       01  状態.
           05 人事状態        PIC X(2).
           05 重複整列状態    PIC X(2).
           05 部門別状態      PIC X(2).
           05 配布状態        PIC X(2).
           05 兼務状態        PIC X(2).
      *  改ページの基準件数。制御ファイルが無い場合は10件とする。
       01  改ページ基準       PIC 9(2) VALUE 10.
      *  出力順の指定。制御ファイルのK指定でカナ五十音順にする。
       01  配布開済フラグ     PIC X(1) VALUE "N".
           88 配布開済        VALUE "Y".
       01  配布集計行         PIC X(60).
      *  実行日に有効な兼務のテーブル。主所属・氏名などは
      *  人事ファイルから補う。出力済が"Y"のものは兼務先の
      *  部門別ファイルに書き終えたか、書かない兼務。
       01  兼務テーブルエリア.
           05 兼務件数        PIC 9(3) VALUE ZERO.
           05 兼務番号        PIC 9(3).
           05 兼務部門番号    PIC 9(3).
           05 兼務エントリ    OCCURS 200 TIMES.
              10 表兼務従業員コード PIC X(05).
              10 表兼務所属コード   PIC X(03).
              10 表兼務主所属コード PIC X(03).
              10 表兼務氏名         PIC X(20).
              10 表兼務生年月日     PIC 9(08).
              10 表兼務性別         PIC X(01).
              10 表兼務在籍状態     PIC X(01).
              10 表兼務出力済       PIC X(01).
       01  兼務読込終了フラグ PIC X(1).
           88 兼務読込終了    VALUE "1".
       01  兼務小計件数       PIC 9(7) VALUE ZERO.
       PROCEDURE              DIVISION.
      ***********************************
       開始                   SECTION.
             ELSE
               CONTINUE
           END-IF.
      *  部門別配布に載せる兼務者を読み込む。カナ順の
      *  実行では部門別配布を行わないため読まない。
           IF カナ順出力
             THEN
               CONTINUE
             ELSE
               PERFORM 兼務読込
           END-IF.
      *
       初期処理－ＥＸＴ.
           EXIT.
           WRITE 出力人事レコード FROM 集計行
             AFTER 2 LINE
           END-WRITE.
      *  この所属を兼務先とする兼務者を部門別配布ファイル
      *  に書き込む。
           PERFORM 兼務者出力.
      *  部門別配布ファイルに小計を書いて閉じ、配布集計に
      *  作成したファイル名と件数を記録する。
           IF 部門別開
               WRITE 部門別レコード FROM 集計行
                 AFTER 2 LINE
               END-WRITE
               IF 兼務小計件数 > ZERO
                 THEN
                   PERFORM 兼務小計出力
                 ELSE
                   CONTINUE
               END-IF
               CLOSE 部門別ファイル
               MOVE "N" TO 部門別開フラグ
               ADD 1 TO 配布ファイル数
       部門別開始－ＥＸＴ.
       EXIT.
      *
      ***********************************
       兼務読込               SECTION.
      ***********************************
      *
      *  実行日に有効な兼務(開始日が実行日以前で、終了日が
      *  0か実行日以降)を読み込み、人事ファイルから主所属・
      *  氏名などを補う。兼務ファイルが無ければ兼務者なしと
      *  する。人事ファイルに無い従業員、主所属と同じ所属へ
      *  の兼務、休職者は部門別配布に載せない。
           OPEN INPUT 兼務ファイル.
           IF 兼務状態 NOT = "00"
             THEN
               GO TO 兼務読込－ＥＸＴ
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 兼務読込終了フラグ.
           PERFORM UNTIL 兼務読込終了
             READ 兼務ファイル
               AT END
                 SET 兼務読込終了 TO TRUE
               NOT AT END
                 IF 兼務開始日 <= 実行日 AND
                    (兼務終了日 = ZERO OR
                     兼務終了日 >= 実行日)
                   THEN
                     IF 兼務件数 < 200
                       THEN
                         ADD 1 TO 兼務件数
                         INITIALIZE 兼務エントリ(兼務件数)
                         MOVE 兼務従業員コード
                           TO 表兼務従業員コード(兼務件数)
                         MOVE 兼務所属コード
                           TO 表兼務所属コード(兼務件数)
                         MOVE "N"
                           TO 表兼務出力済(兼務件数)
                       ELSE
                         DISPLAY "兼務テーブル上限超過。"
                     END-IF
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 兼務ファイル.
           IF 兼務件数 = ZERO
             THEN
               GO TO 兼務読込－ＥＸＴ
             ELSE
               CONTINUE
           END-IF.
      *  人事ファイルから兼務者の主所属と明細の内容を補う。
           OPEN INPUT 人事ファイル.
           MOVE "0" TO 兼務読込終了フラグ.
           PERFORM UNTIL 兼務読込終了
             READ 人事ファイル
               AT END
                 SET 兼務読込終了 TO TRUE
               NOT AT END
                 PERFORM VARYING 兼務番号 FROM 1 BY 1
                   UNTIL 兼務番号 > 兼務件数
                   IF 表兼務従業員コード(兼務番号) =
                      従業員コード OF 人事レコード
                     THEN
                       MOVE 所属コード OF 人事レコード
                         TO 表兼務主所属コード(兼務番号)
                       MOVE 氏名 OF 人事レコード
                         TO 表兼務氏名(兼務番号)
                       MOVE 生年月日 OF 人事レコード
                         TO 表兼務生年月日(兼務番号)
                       MOVE 性別 OF 人事レコード
                         TO 表兼務性別(兼務番号)
                       MOVE 在籍状態区分 OF 人事レコード
                         TO 表兼務在籍状態(兼務番号)
                     ELSE
                       CONTINUE
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM.
           CLOSE 人事ファイル.
      *  部門別配布に載せない兼務を出力済にしておく。
           PERFORM VARYING 兼務番号 FROM 1 BY 1
             UNTIL 兼務番号 > 兼務件数
             EVALUATE TRUE
               WHEN 表兼務主所属コード(兼務番号) = SPACES
                 DISPLAY "兼務の従業員コード該当なし:"
                         表兼務従業員コード(兼務番号)
                 MOVE "Y" TO 表兼務出力済(兼務番号)
               WHEN 表兼務主所属コード(兼務番号) =
                    表兼務所属コード(兼務番号)
                 MOVE "Y" TO 表兼務出力済(兼務番号)
               WHEN 表兼務在籍状態(兼務番号) = "2"
                 MOVE "Y" TO 表兼務出力済(兼務番号)
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-PERFORM.
      *
       兼務読込－ＥＸＴ.
           EXIT.
      *
      ***********************************
       兼務者出力             SECTION.
      ***********************************
      *
      *  現所属コードを兼務先とする兼務者を、兼務の印を付けて
      *  部門別配布ファイルに書き込む。所属コード欄は主所属
      *  とする。部門別ファイルが開けなかった所属の兼務者も
      *  出力済にして、二度書かないようにする。
           MOVE ZERO TO 兼務小計件数.
           PERFORM VARYING 兼務番号 FROM 1 BY 1
             UNTIL 兼務番号 > 兼務件数
             IF 表兼務所属コード(兼務番号) =
                現所属コード AND
                表兼務出力済(兼務番号) = "N"
               THEN
                 MOVE "Y" TO 表兼務出力済(兼務番号)
                 IF 部門別開
                   THEN
                     PERFORM 兼務明細編集
                     WRITE 部門別レコード FROM 詳細行
                       AFTER 2 LINE
                     END-WRITE
                     ADD 1 TO 兼務小計件数
                   ELSE
                     CONTINUE
                 END-IF
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       兼務者出力－ＥＸＴ.
           EXIT.
      *
      ***********************************
       兼務明細編集           SECTION.
      ***********************************
      *
      *  兼務テーブルの1件を詳細行に編集する。年齢は実行日
      *  時点とし、フィラー欄に兼務の印を入れる。
           INITIALIZE 詳細行.
           MOVE 表兼務従業員コード(兼務番号)
             TO 従業員コード OF 詳細行.
           MOVE 表兼務主所属コード(兼務番号)
             TO 所属コード OF 詳細行.
           MOVE 表兼務氏名(兼務番号) TO 氏名 OF 詳細行.
           MOVE 表兼務性別(兼務番号) TO 性別 OF 詳細行.
           MOVE 表兼務生年月日(兼務番号)
             TO 算出生年月日.
           MOVE 実行日 TO 算出基準日.
           CALL "SUB2008" USING 年齢算出情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           MOVE 算出年齢 TO 年齢 OF 詳細行.
           MOVE " *兼務" TO フィラー OF 詳細行.
      *
       兼務明細編集－ＥＸＴ.
           EXIT.
      *
      ***********************************
       兼務小計出力           SECTION.
      ***********************************
      *
      *  部門別配布ファイルに兼務者の件数を書き込む。
           MOVE SPACES TO 集計行.
           STRING "所属" DELIMITED BY SIZE
                  現所属コード DELIMITED BY SIZE
                  " 兼務:" DELIMITED BY SIZE
                  兼務小計件数 DELIMITED BY SIZE
                  INTO 集計行.
           WRITE 部門別レコード FROM 集計行
           END-WRITE.
      *
       兼務小計出力－ＥＸＴ.
           EXIT.
      *
      ***********************************
       兼務部門出力           SECTION.
      ***********************************
      *
      *  主所属の在籍者がいない所属を兼務先とする兼務者は、
      *  最後にその所属の部門別配布ファイルを作って載せる。
           PERFORM VARYING 兼務部門番号 FROM 1 BY 1
             UNTIL 兼務部門番号 > 兼務件数
             IF 表兼務出力済(兼務部門番号) = "N"
               THEN
                 MOVE 表兼務所属コード(兼務部門番号)
                   TO 現所属コード
                 PERFORM 部門別開始
                 PERFORM 兼務者出力
                 IF 部門別開
                   THEN
                     PERFORM 兼務小計出力
                     CLOSE 部門別ファイル
                     MOVE "N" TO 部門別開フラグ
                     ADD 1 TO 配布ファイル数
                     MOVE SPACES TO 配布集計行
                     STRING 部門別名 DELIMITED BY "  "
                            " 件数:" DELIMITED BY SIZE
                            所属小計件数 DELIMITED BY SIZE
                            INTO 配布集計行
                     WRITE 配布集計レコード
                       FROM 配布集計行
                   ELSE
                     CONTINUE
                 END-IF
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       兼務部門出力－ＥＸＴ.
           EXIT.
      *
      ***********************************
       重複一覧出力           SECTION.
      ***********************************
                   CONTINUE
                 ELSE
                   PERFORM 所属小計出力
                   PERFORM 兼務部門出力
               END-IF
               PERFORM 重複一覧出力
               MOVE SPACES TO 集計行
