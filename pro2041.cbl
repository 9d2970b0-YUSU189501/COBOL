      *  課単位・部単位・本部単位の3階層でロールアップ集計する。
      *  現場向けの課単位と経営向けの部・本部単位を同じ実行で
      *  1本のレポートに書き出す。階層マスタに無い所属コードは
      *  未定義としてまとめ、例外報告する。兼務ファイル
      *  (KENMU2001)で実行日に有効な兼務は、主所属の人数とは
      *  別に兼務先の兼務人数として数える。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT 階層マスタファイル ASSIGN TO
             "/home/suzuki/DATA/SOSHIKI2000"
             FILE STATUS IS 階層状態.
      *  兼務先の所属コードと兼務期間。
           SELECT 兼務ファイル ASSIGN TO
             "/home/suzuki/DATA/KENMU2001"
             FILE STATUS IS 兼務状態.
      *  3階層のロールアップ集計レポート。
           SELECT 集計レポートファイル ASSIGN TO
             "/home/suzuki/DATA/ROLLUP2000"
           05 マスタ部名       PIC X(20).
           05 マスタ本部コード PIC X(03).
           05 マスタ本部名     PIC X(20).
       FD  兼務ファイル.
       01  兼務レコード.
           COPY CP040.
       FD  集計レポートファイル.
       01  集計レポートレコード PIC X(80).
       WORKING-STORAGE        SECTION.
           05 人事状態        PIC X(2).
           05 階層状態        PIC X(2).
           05 レポート状態    PIC X(2).
           05 兼務状態        PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
      *  組織階層マスタの読み込みテーブル。課単位の件数は
      *  このテーブルの行に積み上げる。
       01  階層テーブルエリア.
              10 表本部コード   PIC X(03).
              10 表本部名       PIC X(20).
              10 表所属件数     PIC 9(7).
              10 表所属兼務     PIC 9(7).
      *  部単位・本部単位のロールアップテーブル。
       01  部集計テーブルエリア.
           05 部件数          PIC 9(3) VALUE ZERO.
              10 表集計部コード PIC X(03).
              10 表集計部名     PIC X(20).
              10 表部人数       PIC 9(7).
              10 表部兼務       PIC 9(7).
       01  本部集計テーブルエリア.
           05 本部件数        PIC 9(3) VALUE ZERO.
           05 本部番号        PIC 9(3).
              10 表集計本部コード PIC X(03).
              10 表集計本部名   PIC X(20).
              10 表本部人数     PIC 9(7).
              10 表本部兼務     PIC 9(7).
      *  階層マスタに無い所属コードの集計。
       01  未定義件数         PIC 9(7) VALUE ZERO.
       01  総件数             PIC 9(7) VALUE ZERO.
      *  実行日に有効な兼務のテーブル。主所属は人事ファイル
      *  を読むときに補う。
       01  兼務テーブルエリア.
           05 兼務件数        PIC 9(3) VALUE ZERO.
           05 兼務番号        PIC 9(3).
           05 兼務エントリ    OCCURS 200 TIMES.
              10 表兼務従業員コード PIC X(05).
              10 表兼務所属コード   PIC X(03).
              10 表兼務主所属コード PIC X(03).
      *  兼務の集計。部・本部の兼務人数には、主所属と同じ
      *  部・本部の中での兼務を含めない。
       01  検索所属コード     PIC X(3).
       01  兼務先階層番号     PIC 9(3).
       01  主部コード         PIC X(3).
       01  主本部コード       PIC X(3).
       01  兼務総件数         PIC 9(7) VALUE ZERO.
       01  未定義兼務件数     PIC 9(7) VALUE ZERO.
       01  レポート行         PIC X(80).
      *  異常終了ログ呼出し(SUB9000)への引き渡し情報。
       01  異常終了情報.
           PERFORM 主処理.
      *
           PERFORM ロールアップ集計.
      *
           PERFORM 兼務集計.
      *
           PERFORM レポート出力.
      *
      ***********************************
      *
           DISPLAY "***PRO2041 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
      *  組織階層マスタをテーブルへ読み込む。
           OPEN INPUT 階層マスタファイル.
           IF 階層状態 NOT = "00"
                       TO 表本部名(階層件数)
                     MOVE ZERO
                       TO 表所属件数(階層件数)
                     MOVE ZERO
                       TO 表所属兼務(階層件数)
                   ELSE
                     MOVE "PRO2041" TO 発生プログラム名
                     MOVE SPACES TO 入出力状態
             ELSE
               CONTINUE
           END-IF.
      *
           PERFORM 兼務読込.
      *
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 人事ファイル.
                     ADD 1
                       TO 表所属件数(該当階層番号)
                 END-IF
                 PERFORM 兼務主所属設定
             END-READ
           END-PERFORM.
           CLOSE 人事ファイル.
                     TO 表集計部名(部件数)
                   MOVE 表所属件数(階層番号)
                     TO 表部人数(部件数)
                   MOVE ZERO TO 表部兼務(部件数)
                 ELSE
                   DISPLAY "部集計テーブル上限超過。"
               END-IF
                     TO 表集計本部名(本部件数)
                   MOVE 表所属件数(階層番号)
                     TO 表本部人数(本部件数)
                   MOVE ZERO TO 表本部兼務(本部件数)
                 ELSE
                   DISPLAY "本部集計テーブル上限超過。"
               END-IF
       本部積み上げ－ＥＸ.
       EXIT.
      *
      ***********************************
       兼務読込               SECTION.
      ***********************************
      *
      *  実行日に有効な兼務(開始日が実行日以前で、終了日が
      *  0か実行日以降)をテーブルへ読み込む。兼務ファイルが
      *  無ければ兼務なしとする。
           OPEN INPUT 兼務ファイル.
           IF 兼務状態 NOT = "00"
             THEN
               GO TO 兼務読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 兼務ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 兼務開始日 <= 実行日 AND
                    (兼務終了日 = ZERO OR
                     兼務終了日 >= 実行日)
                   THEN
                     IF 兼務件数 < 200
                       THEN
                         ADD 1 TO 兼務件数
                         MOVE 兼務従業員コード
                           TO 表兼務従業員コード(兼務件数)
                         MOVE 兼務所属コード
                           TO 表兼務所属コード(兼務件数)
                         MOVE SPACES
                           TO 表兼務主所属コード(兼務件数)
                       ELSE
                         DISPLAY "兼務テーブル上限超過。"
                     END-IF
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 兼務ファイル.
      *
       兼務読込－ＥＸ.
       EXIT.
      *
      ***********************************
       兼務主所属設定         SECTION.
      ***********************************
      *
      *  読み込んだ人事レコードの従業員の兼務に主所属を補う。
           PERFORM VARYING 兼務番号 FROM 1 BY 1
             UNTIL 兼務番号 > 兼務件数
             IF 表兼務従業員コード(兼務番号) =
                従業員コード OF 人事レコード
               THEN
                 MOVE 所属コード OF 人事レコード
                   TO 表兼務主所属コード(兼務番号)
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       兼務主所属設定－ＥＸ.
       EXIT.
      *
      ***********************************
       兼務集計               SECTION.
      ***********************************
      *
      *  兼務を兼務先の課に数え、部・本部へ積み上げる。主所属
      *  と同じ部(本部)の中での兼務は、部(本部)の兼務人数に
      *  含めない。人事ファイルに無い従業員の兼務と、主所属と
      *  同じ所属への兼務は数えない。
           PERFORM VARYING 兼務番号 FROM 1 BY 1
             UNTIL 兼務番号 > 兼務件数
             EVALUATE TRUE
               WHEN 表兼務主所属コード(兼務番号) = SPACES
                 DISPLAY "兼務の従業員コード該当なし:"
                         表兼務従業員コード(兼務番号)
               WHEN 表兼務主所属コード(兼務番号) =
                    表兼務所属コード(兼務番号)
                 CONTINUE
               WHEN OTHER
                 PERFORM 兼務積み上げ
             END-EVALUATE
           END-PERFORM.
      *
       兼務集計－ＥＸ.
       EXIT.
      *
      ***********************************
       兼務積み上げ           SECTION.
      ***********************************
      *
           ADD 1 TO 兼務総件数.
      *  主所属の部・本部を求める。
           MOVE 表兼務主所属コード(兼務番号)
             TO 検索所属コード.
           PERFORM 兼務所属検索.
           IF 該当階層番号 = ZERO
             THEN
               MOVE SPACES TO 主部コード
               MOVE SPACES TO 主本部コード
             ELSE
               MOVE 表部コード(該当階層番号)
                 TO 主部コード
               MOVE 表本部コード(該当階層番号)
                 TO 主本部コード
           END-IF.
      *  兼務先の課に数える。
           MOVE 表兼務所属コード(兼務番号)
             TO 検索所属コード.
           PERFORM 兼務所属検索.
           IF 該当階層番号 = ZERO
             THEN
               ADD 1 TO 未定義兼務件数
               DISPLAY "階層マスタ未定義の兼務先:"
                       表兼務所属コード(兼務番号)
               GO TO 兼務積み上げ－ＥＸ
             ELSE
               MOVE 該当階層番号 TO 兼務先階層番号
               ADD 1 TO 表所属兼務(兼務先階層番号)
           END-IF.
      *  主所属と部が異なれば兼務先の部に数える。
           IF 表部コード(兼務先階層番号) NOT =
              主部コード
             THEN
               PERFORM VARYING 部番号 FROM 1 BY 1
                 UNTIL 部番号 > 部件数
                 IF 表集計部コード(部番号) =
                    表部コード(兼務先階層番号)
                   THEN
                     ADD 1 TO 表部兼務(部番号)
                     MOVE 部件数 TO 部番号
                   ELSE
                     CONTINUE
                 END-IF
               END-PERFORM
             ELSE
               CONTINUE
           END-IF.
      *  主所属と本部が異なれば兼務先の本部に数える。
           IF 表本部コード(兼務先階層番号) NOT =
              主本部コード
             THEN
               PERFORM VARYING 本部番号 FROM 1 BY 1
                 UNTIL 本部番号 > 本部件数
                 IF 表集計本部コード(本部番号) =
                    表本部コード(兼務先階層番号)
                   THEN
                     ADD 1 TO 表本部兼務(本部番号)
                     MOVE 本部件数 TO 本部番号
                   ELSE
                     CONTINUE
                 END-IF
               END-PERFORM
             ELSE
               CONTINUE
           END-IF.
      *
       兼務積み上げ－ＥＸ.
       EXIT.
      *
      ***********************************
       兼務所属検索           SECTION.
      ***********************************
      *
      *  検索所属コードで階層テーブルを探す。
           MOVE ZERO TO 該当階層番号.
           PERFORM VARYING 階層番号 FROM 1 BY 1
             UNTIL 階層番号 > 階層件数
             IF 表所属コード(階層番号) = 検索所属コード
               THEN
                 MOVE 階層番号 TO 該当階層番号
                 MOVE 階層件数 TO 階層番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       兼務所属検索－ＥＸ.
       EXIT.
      *
      ***********************************
       レポート出力           SECTION.
      ***********************************
                    " 人数:" DELIMITED BY SIZE
                    表所属件数(階層番号)
                    DELIMITED BY SIZE
                    " 兼務:" DELIMITED BY SIZE
                    表所属兼務(階層番号)
                    DELIMITED BY SIZE
                    INTO レポート行
             WRITE 集計レポートレコード FROM レポート行
           END-PERFORM.
                    " 人数:" DELIMITED BY SIZE
                    表部人数(部番号)
                    DELIMITED BY SIZE
                    " 兼務:" DELIMITED BY SIZE
                    表部兼務(部番号)
                    DELIMITED BY SIZE
                    INTO レポート行
             WRITE 集計レポートレコード FROM レポート行
           END-PERFORM.
                    " 人数:" DELIMITED BY SIZE
                    表本部人数(本部番号)
                    DELIMITED BY SIZE
                    " 兼務:" DELIMITED BY SIZE
                    表本部兼務(本部番号)
                    DELIMITED BY SIZE
                    INTO レポート行
             WRITE 集計レポートレコード FROM レポート行
           END-PERFORM.
           WRITE 集計レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO レポート行.
           STRING "兼務件数:" DELIMITED BY SIZE
                  兼務総件数 DELIMITED BY SIZE
                  " 兼務先未定義:" DELIMITED BY SIZE
                  未定義兼務件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 集計レポートレコード FROM レポート行.
           CLOSE 集計レポートファイル.
      *
       レポート出力－ＥＸ.
      *
           DISPLAY "総件数:" 総件数
                   " 階層未定義:" 未定義件数.
           DISPLAY "兼務件数:" 兼務総件数
                   " 兼務先未定義:" 未定義兼務件数.
      *
           DISPLAY "***PRO2041 END***".
      *
