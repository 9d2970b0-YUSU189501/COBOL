       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2084.
      *  人事評価の分布検査と評価経歴の一覧。評価履歴
      *  (HYOKAREKI2007)から対象の評価期間の評語を所属(課)ごとに
      *  数え、組織階層マスタ(SOSHIKI2000)で部へ積み上げて、
      *  評価期間マスタ(HYOKAKIKAN2007)の評語枠(構成比の下限・
      *  上限)を外れた単位に印を付ける。続けて人事部ファイル
      *  (JINJI2007)・総務部ファイル(SOUMU2007)の在籍者について、
      *  対象期間までの直近5回の評語を新しい順に並べて示す。
      *  対象の評価期間はパラメタ(HYOKAPARM2007)で指定でき、
      *  無ければ期間終了日が実行日以前で最も新しい期間とする。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  評価期間と評語枠を持つ評価期間マスタ。
           SELECT 評価期間ファイル ASSIGN TO
             "/home/suzuki/DATA/HYOKAKIKAN2007"
             FILE STATUS IS 期間状態.
      *  課→部→本部の対応を保持する組織階層マスタ。
           SELECT 階層マスタファイル ASSIGN TO
             "/home/suzuki/DATA/SOSHIKI2000"
             FILE STATUS IS 階層状態.
      *  PRO2083が取り込んだ評価の履歴。
           SELECT 評価履歴ファイル ASSIGN TO
             "/home/suzuki/DATA/HYOKAREKI2007"
             FILE STATUS IS 履歴状態.
      *  評価経歴の一覧のため社員順・期間の新しい順に並べる。
           SELECT 整列ワークファイル ASSIGN TO
             "/home/suzuki/DATA/HYOKAREKI2007W".
           SELECT 整列履歴ファイル ASSIGN TO
             "/home/suzuki/DATA/HYOKAREKI2007S"
             FILE STATUS IS 整列状態.
      *  利用頻度の高いファイルのため索引編成とする。
           SELECT 人事部ファイル ASSIGN TO
             "/home/suzuki/DATA/JINJI2007"
             ORGANIZATION IS INDEXED
             RECORD KEY IS 社員コード OF 人事部レコード
             ALTERNATE RECORD KEY IS
               氏名 OF 人事部レコード
               WITH DUPLICATES
             FILE STATUS IS 人事状態.
           SELECT 総務部ファイル ASSIGN TO
             "/home/suzuki/DATA/SOUMU2007"
             ORGANIZATION IS INDEXED
             RECORD KEY IS 社員コード OF 総務部レコード
             ALTERNATE RECORD KEY IS
               氏名 OF 総務部レコード
               WITH DUPLICATES
             FILE STATUS IS 総務状態.
      *  対象の評価期間を指定するパラメタ。
           SELECT 評価パラメタファイル ASSIGN TO
             "/home/suzuki/DATA/HYOKAPARM2007"
             FILE STATUS IS パラメタ状態.
      *  評語分布と評価経歴のレポート。
           SELECT 評価レポートファイル ASSIGN TO
             "/home/suzuki/DATA/HYOKARPT2007"
             FILE STATUS IS レポート状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  評価期間ファイル.
       01  評価期間レコード.
           COPY CP036.
       FD  階層マスタファイル.
       01  階層マスタレコード.
           COPY CP032.
       FD  評価履歴ファイル.
       01  評価履歴レコード.
           COPY CP037.
       SD  整列ワークファイル.
       01  整列作業レコード.
           COPY CP037.
       FD  整列履歴ファイル.
       01  整列履歴レコード.
           COPY CP037.
       FD  人事部ファイル.
       01  人事部レコード.
           COPY CP024.
       FD  総務部ファイル.
       01  総務部レコード.
           COPY CP024.
       FD  評価パラメタファイル.
       01  評価パラメタレコード.
         03 指定評価期間      PIC X(6).
       FD  評価レポートファイル.
       01  評価レポートレコード PIC X(100).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 期間状態          PIC X(2).
         03 階層状態          PIC X(2).
         03 履歴状態          PIC X(2).
         03 整列状態          PIC X(2).
         03 人事状態          PIC X(2).
         03 総務状態          PIC X(2).
         03 パラメタ状態      PIC X(2).
         03 レポート状態      PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
      *  対象の評価期間と評語枠。
       01  指定期間コード     PIC X(6).
       01  対象評価期間       PIC X(6).
       01  対象期間名         PIC X(20).
       01  対象期間終了日     PIC 9(8).
       01  対象最少人数       PIC 9(3).
       01  対象評語枠         OCCURS 5 TIMES.
         03 対象下限率        PIC 9(3).
         03 対象上限率        PIC 9(3).
       01  期間該当フラグ     PIC X(1).
      *  評語と枠の並び。
       01  評語並び値         PIC X(5) VALUE "SABCD".
       01  評語並び REDEFINES 評語並び値.
         03 評語項目          PIC X(1) OCCURS 5 TIMES.
       01  評語番号           PIC 9(1).
       01  該当評語番号       PIC 9(1).
      *  組織階層マスタの読み込みテーブル。課ごとの評語の件数を
      *  行に持つ。
       01  階層テーブルエリア.
         03 階層件数          PIC 9(3) VALUE ZERO.
         03 階層番号          PIC 9(3).
         03 該当階層番号      PIC 9(3).
         03 階層エントリ      OCCURS 100 TIMES.
           05 表所属コード    PIC X(3).
           05 表所属名        PIC X(20).
           05 表部コード      PIC X(3).
           05 表部名          PIC X(20).
           05 表所属評語数    PIC 9(5) OCCURS 5 TIMES.
      *  部単位のロールアップテーブル。
       01  部集計テーブルエリア.
         03 部件数            PIC 9(3) VALUE ZERO.
         03 部番号            PIC 9(3).
         03 該当部番号        PIC 9(3).
         03 部エントリ        OCCURS 50 TIMES.
           05 表集計部コード  PIC X(3).
           05 表集計部名      PIC X(20).
           05 表部評語数      PIC 9(5) OCCURS 5 TIMES.
      *  組織階層マスタに無い所属コードの評語。
       01  未定義評語数       PIC 9(5) OCCURS 5 TIMES.
      *  人事部・総務部の在籍者。
       01  社員テーブルエリア.
         03 社員件数          PIC 9(4) VALUE ZERO.
         03 社員番号          PIC 9(4).
         03 該当社員番号      PIC 9(4).
         03 社員エントリ      OCCURS 3000 TIMES.
           05 表社員コード    PIC X(5).
           05 表氏名          PIC X(40).
       01  照合社員コード     PIC X(5).
       01  照合氏名           PIC X(40).
      *  1行分の分布の出力に渡す単位の内容。
       01  出力コード         PIC X(3).
       01  出力名称           PIC X(20).
       01  出力評語数         PIC 9(5) OCCURS 5 TIMES.
       01  出力人数           PIC 9(5).
       01  構成比             PIC 9(3).
       01  枠外フラグ         PIC X(1).
      *  件数集計。
       01  集計エリア.
         03 対象件数          PIC 9(5) VALUE ZERO.
         03 判定単位数        PIC 9(5) VALUE ZERO.
         03 枠外単位数        PIC 9(5) VALUE ZERO.
         03 経歴出力件数      PIC 9(5) VALUE ZERO.
      *  評価経歴の1名分。
       01  経歴社員コード     PIC X(5).
       01  経歴所属コード     PIC X(3).
       01  経歴件数           PIC 9(1).
       01  経歴エントリ       OCCURS 5 TIMES.
         03 経歴評価期間      PIC X(6).
         03 経歴評語          PIC X(1).
      *  レポートの明細行。件数を前に置き、名称を行末とする。
       01  分布明細行.
         03 分布明細コード    PIC X(3).
         03 FILLER            PIC X(2).
         03 分布明細人数      PIC ZZZ9.
         03 分布明細評語      OCCURS 5 TIMES.
           05 FILLER          PIC X(2).
           05 分布明細件数    PIC ZZZ9.
           05 FILLER          PIC X(1).
           05 分布明細構成比  PIC ZZ9.
           05 分布明細百分率  PIC X(1).
           05 分布明細枠外    PIC X(1).
         03 FILLER            PIC X(2).
         03 分布明細判定      PIC X(1).
         03 FILLER            PIC X(2).
         03 分布明細名称      PIC X(20).
         03 FILLER            PIC X(6).
       01  経歴明細行.
         03 経歴明細社員コード PIC X(5).
         03 FILLER            PIC X(2).
         03 経歴明細所属      PIC X(3).
         03 FILLER            PIC X(2).
         03 経歴明細評価      OCCURS 5 TIMES.
           05 経歴明細期間    PIC X(6).
           05 経歴明細区切    PIC X(1).
           05 経歴明細評語    PIC X(1).
           05 FILLER          PIC X(2).
         03 経歴明細氏名      PIC X(40).
         03 FILLER            PIC X(8).
       01  レポート行         PIC X(100).
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
           PERFORM 評価期間読込.
      *
           PERFORM 階層マスタ読込.
      *
           PERFORM 評語集計.
      *
           PERFORM 部積み上げ.
      *
           PERFORM 分布出力.
      *
           PERFORM 人事部読込.
      *
           PERFORM 総務部読込.
      *
           PERFORM 評価経歴出力.
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
           DISPLAY "***PRO2084 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           MOVE SPACES TO 指定期間コード.
           OPEN INPUT 評価パラメタファイル.
           IF パラメタ状態 = "00"
             THEN
               READ 評価パラメタファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE 指定評価期間 TO 指定期間コード
               END-READ
               CLOSE 評価パラメタファイル
             ELSE
               CONTINUE
           END-IF.
           INITIALIZE 未定義評語数(1) 未定義評語数(2)
                      未定義評語数(3) 未定義評語数(4)
                      未定義評語数(5).
           OPEN OUTPUT 評価レポートファイル.
           IF レポート状態 NOT = "00"
             THEN
               MOVE "PRO2084" TO 発生プログラム名
               MOVE レポート状態 TO 入出力状態
               MOVE "評価レポートのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       評価期間読込           SECTION.
      ***********************************
      *
      *  指定の評価期間を探す。指定が無ければ期間終了日が
      *  実行日以前で最も新しい期間を対象とする。
           MOVE "N" TO 期間該当フラグ.
           MOVE ZERO TO 対象期間終了日.
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 評価期間ファイル.
           IF 期間状態 NOT = "00"
             THEN
               MOVE "PRO2084" TO 発生プログラム名
               MOVE 期間状態 TO 入出力状態
               MOVE "評価期間マスタのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 評価期間ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 指定期間コード NOT = SPACES
                   THEN
                     IF 評価期間コード = 指定期間コード
                       THEN
                         PERFORM 対象期間設定
                       ELSE
                         CONTINUE
                     END-IF
                   ELSE
                     IF 期間終了日 <= 実行日 AND
                        期間終了日 > 対象期間終了日
                       THEN
                         PERFORM 対象期間設定
                       ELSE
                         CONTINUE
                     END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 評価期間ファイル.
           IF 期間該当フラグ NOT = "Y"
             THEN
               MOVE "PRO2084" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "対象の評価期間がありません"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           DISPLAY "対象評価期間:" 対象評価期間.
      *
       評価期間読込－ＥＸ.
       EXIT.
      *
      ***********************************
       対象期間設定           SECTION.
      ***********************************
      *
           MOVE "Y" TO 期間該当フラグ.
           MOVE 評価期間コード TO 対象評価期間.
           MOVE 評価期間名 TO 対象期間名.
           MOVE 期間終了日 TO 対象期間終了日.
           IF 判定最少人数 IS NUMERIC
             THEN
               MOVE 判定最少人数 TO 対象最少人数
             ELSE
               MOVE ZERO TO 対象最少人数
           END-IF.
           PERFORM VARYING 評語番号 FROM 1 BY 1
             UNTIL 評語番号 > 5
             IF 枠下限率(評語番号) IS NUMERIC
               THEN
                 MOVE 枠下限率(評語番号)
                   TO 対象下限率(評語番号)
               ELSE
                 MOVE ZERO TO 対象下限率(評語番号)
             END-IF
             IF 枠上限率(評語番号) IS NUMERIC
               THEN
                 MOVE 枠上限率(評語番号)
                   TO 対象上限率(評語番号)
               ELSE
                 MOVE ZERO TO 対象上限率(評語番号)
             END-IF
           END-PERFORM.
      *
       対象期間設定－ＥＸ.
       EXIT.
      *
      ***********************************
       階層マスタ読込         SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 階層マスタファイル.
           IF 階層状態 NOT = "00"
             THEN
               MOVE "PRO2084" TO 発生プログラム名
               MOVE 階層状態 TO 入出力状態
               MOVE "階層マスタのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 階層マスタファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 階層件数 < 100
                   THEN
                     ADD 1 TO 階層件数
                     INITIALIZE 階層エントリ(階層件数)
                     MOVE マスタ所属コード
                       TO 表所属コード(階層件数)
                     MOVE マスタ所属名
                       TO 表所属名(階層件数)
                     MOVE マスタ部コード
                       TO 表部コード(階層件数)
                     MOVE マスタ部名
                       TO 表部名(階層件数)
                   ELSE
                     MOVE "PRO2084" TO 発生プログラム名
                     MOVE SPACES TO 入出力状態
                     MOVE "階層テーブル上限超過"
                       TO 異常終了メッセージ
                     PERFORM 異常終了処理
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 階層マスタファイル.
      *
       階層マスタ読込－ＥＸ.
       EXIT.
      *
      ***********************************
       評語集計               SECTION.
      ***********************************
      *
      *  対象期間の評価を所属ごと・評語ごとに数える。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 評価履歴ファイル.
           IF 履歴状態 NOT = "00"
             THEN
               DISPLAY "評価履歴なし。"
               GO TO 評語集計－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 評価履歴ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 評価対象期間 OF 評価履歴レコード
                    = 対象評価期間
                   THEN
                     PERFORM 評語1件集計
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 評価履歴ファイル.
      *
       評語集計－ＥＸ.
       EXIT.
      *
      ***********************************
       評語1件集計            SECTION.
      ***********************************
      *
           MOVE ZERO TO 該当評語番号.
           PERFORM VARYING 評語番号 FROM 1 BY 1
             UNTIL 評語番号 > 5
             IF 評語項目(評語番号) =
                評語 OF 評価履歴レコード
               THEN
                 MOVE 評語番号 TO 該当評語番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当評語番号 = ZERO
             THEN
               GO TO 評語1件集計－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 対象件数.
           MOVE ZERO TO 該当階層番号.
           PERFORM VARYING 階層番号 FROM 1 BY 1
             UNTIL 階層番号 > 階層件数
             IF 表所属コード(階層番号) =
                評価所属コード OF 評価履歴レコード
               THEN
                 MOVE 階層番号 TO 該当階層番号
                 MOVE 階層件数 TO 階層番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当階層番号 = ZERO
             THEN
               ADD 1 TO 未定義評語数(該当評語番号)
             ELSE
               ADD 1 TO 表所属評語数
                          (該当階層番号 該当評語番号)
           END-IF.
      *
       評語1件集計－ＥＸ.
       EXIT.
      *
      ***********************************
       部積み上げ             SECTION.
      ***********************************
      *
      *  課ごとの評語の件数を部コードごとに積み上げる。
           PERFORM VARYING 階層番号 FROM 1 BY 1
             UNTIL 階層番号 > 階層件数
             MOVE ZERO TO 該当部番号
             PERFORM VARYING 部番号 FROM 1 BY 1
               UNTIL 部番号 > 部件数
               IF 表集計部コード(部番号) =
                  表部コード(階層番号)
                 THEN
                   MOVE 部番号 TO 該当部番号
                   MOVE 部件数 TO 部番号
                 ELSE
                   CONTINUE
               END-IF
             END-PERFORM
             IF 該当部番号 = ZERO AND 部件数 < 50
               THEN
                 ADD 1 TO 部件数
                 MOVE 部件数 TO 該当部番号
                 INITIALIZE 部エントリ(該当部番号)
                 MOVE 表部コード(階層番号)
                   TO 表集計部コード(該当部番号)
                 MOVE 表部名(階層番号)
                   TO 表集計部名(該当部番号)
               ELSE
                 CONTINUE
             END-IF
             IF 該当部番号 > ZERO
               THEN
                 PERFORM VARYING 評語番号 FROM 1 BY 1
                   UNTIL 評語番号 > 5
                   ADD 表所属評語数(階層番号 評語番号)
                     TO 表部評語数(該当部番号 評語番号)
                 END-PERFORM
               ELSE
                 DISPLAY "部集計テーブル上限超過。"
             END-IF
           END-PERFORM.
      *
       部積み上げ－ＥＸ.
       EXIT.
      *
      ***********************************
       分布出力               SECTION.
      ***********************************
      *
           MOVE SPACES TO レポート行.
           STRING "人事評価 評語分布 評価期間:"
                    DELIMITED BY SIZE
                  対象評価期間 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  対象期間名 DELIMITED BY SPACE
                  " 実行日:" DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 評価レポートレコード FROM レポート行.
      *  評語枠を1行に示す。
           MOVE SPACES TO レポート行.
           STRING "評語枠(下限-上限%) S:" DELIMITED BY SIZE
                  対象下限率(1) "-" 対象上限率(1)
                    DELIMITED BY SIZE
                  " A:" 対象下限率(2) "-" 対象上限率(2)
                    DELIMITED BY SIZE
                  " B:" 対象下限率(3) "-" 対象上限率(3)
                    DELIMITED BY SIZE
                  " C:" 対象下限率(4) "-" 対象上限率(4)
                    DELIMITED BY SIZE
                  " D:" 対象下限率(5) "-" 対象上限率(5)
                    DELIMITED BY SIZE
                  " 判定最少人数:" 対象最少人数
                    DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 評価レポートレコード FROM レポート行.
      *  所属(課)ごとの分布。評価の無い課は出さない。
           MOVE "所属別" TO レポート行.
           PERFORM 分布見出し出力.
           PERFORM VARYING 階層番号 FROM 1 BY 1
             UNTIL 階層番号 > 階層件数
             MOVE 表所属コード(階層番号) TO 出力コード
             MOVE 表所属名(階層番号) TO 出力名称
             PERFORM VARYING 評語番号 FROM 1 BY 1
               UNTIL 評語番号 > 5
               MOVE 表所属評語数(階層番号 評語番号)
                 TO 出力評語数(評語番号)
             END-PERFORM
             PERFORM 分布行出力
           END-PERFORM.
           MOVE "???" TO 出力コード.
           MOVE "未定義" TO 出力名称.
           PERFORM VARYING 評語番号 FROM 1 BY 1
             UNTIL 評語番号 > 5
             MOVE 未定義評語数(評語番号)
               TO 出力評語数(評語番号)
           END-PERFORM.
           PERFORM 分布行出力.
      *  部ごとの分布。
           MOVE "部別" TO レポート行.
           PERFORM 分布見出し出力.
           PERFORM VARYING 部番号 FROM 1 BY 1
             UNTIL 部番号 > 部件数
             MOVE 表集計部コード(部番号) TO 出力コード
             MOVE 表集計部名(部番号) TO 出力名称
             PERFORM VARYING 評語番号 FROM 1 BY 1
               UNTIL 評語番号 > 5
               MOVE 表部評語数(部番号 評語番号)
                 TO 出力評語数(評語番号)
             END-PERFORM
             PERFORM 分布行出力
           END-PERFORM.
           MOVE SPACES TO レポート行.
           STRING "評価件数:" DELIMITED BY SIZE
                  対象件数 DELIMITED BY SIZE
                  " 判定単位:" DELIMITED BY SIZE
                  判定単位数 DELIMITED BY SIZE
                  " 枠外単位:" DELIMITED BY SIZE
                  枠外単位数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 評価レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO レポート行.
           STRING "(*:評語枠外 -:判定最少人数未満"
                    DELIMITED BY SIZE
                  "で判定せず)" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 評価レポートレコード FROM レポート行.
      *
       分布出力－ＥＸ.
       EXIT.
      *
      ***********************************
       分布見出し出力         SECTION.
      ***********************************
      *
      *  レポート行に区分名を入れて呼ぶ。
           WRITE 評価レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO レポート行.
           STRING "所属 人数     S           A      "
                    DELIMITED BY SIZE
                  "     B           C           D      "
                    DELIMITED BY SIZE
                  "  判 名称" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 評価レポートレコード FROM レポート行.
      *
       分布見出し出力－ＥＸ.
       EXIT.
      *
      ***********************************
       分布行出力             SECTION.
      ***********************************
      *
      *  人数が判定最少人数以上の単位は、評語ごとの構成比を
      *  評語枠と比べ、外れた評語と単位に"*"を付ける。
           MOVE ZERO TO 出力人数.
           PERFORM VARYING 評語番号 FROM 1 BY 1
             UNTIL 評語番号 > 5
             ADD 出力評語数(評語番号) TO 出力人数
           END-PERFORM.
           IF 出力人数 = ZERO
             THEN
               GO TO 分布行出力－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 分布明細行.
           MOVE "N" TO 枠外フラグ.
           MOVE 出力コード TO 分布明細コード.
           MOVE 出力人数 TO 分布明細人数.
           PERFORM VARYING 評語番号 FROM 1 BY 1
             UNTIL 評語番号 > 5
             COMPUTE 構成比 ROUNDED =
                     出力評語数(評語番号) * 100 / 出力人数
             MOVE 出力評語数(評語番号)
               TO 分布明細件数(評語番号)
             MOVE 構成比 TO 分布明細構成比(評語番号)
             MOVE "%" TO 分布明細百分率(評語番号)
             IF 出力人数 >= 対象最少人数
               THEN
                 IF 構成比 < 対象下限率(評語番号) OR
                    ( 対象上限率(評語番号) > ZERO AND
                      構成比 > 対象上限率(評語番号) )
                   THEN
                     MOVE "*" TO 分布明細枠外(評語番号)
                     MOVE "Y" TO 枠外フラグ
                   ELSE
                     CONTINUE
                 END-IF
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 出力人数 < 対象最少人数
             THEN
               MOVE "-" TO 分布明細判定
             ELSE
               ADD 1 TO 判定単位数
               IF 枠外フラグ = "Y"
                 THEN
                   MOVE "*" TO 分布明細判定
                   ADD 1 TO 枠外単位数
                 ELSE
                   CONTINUE
               END-IF
           END-IF.
           MOVE 出力名称 TO 分布明細名称.
           WRITE 評価レポートレコード FROM 分布明細行.
      *
       分布行出力－ＥＸ.
       EXIT.
      *
      ***********************************
       人事部読込             SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 人事部ファイル.
           IF 人事状態 NOT = "00"
             THEN
               MOVE "PRO2084" TO 発生プログラム名
               MOVE 人事状態 TO 入出力状態
               MOVE "人事部ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 人事部ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 MOVE 社員コード OF 人事部レコード
                   TO 照合社員コード
                 MOVE 氏名 OF 人事部レコード
                   TO 照合氏名
                 PERFORM 社員1件格納
             END-READ
           END-PERFORM.
           CLOSE 人事部ファイル.
      *
       人事部読込－ＥＸ.
       EXIT.
      *
      ***********************************
       総務部読込             SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 総務部ファイル.
           IF 総務状態 NOT = "00"
             THEN
               MOVE "PRO2084" TO 発生プログラム名
               MOVE 総務状態 TO 入出力状態
               MOVE "総務部ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 総務部ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 MOVE 社員コード OF 総務部レコード
                   TO 照合社員コード
                 MOVE 氏名 OF 総務部レコード
                   TO 照合氏名
                 PERFORM 社員1件格納
             END-READ
           END-PERFORM.
           CLOSE 総務部ファイル.
      *
       総務部読込－ＥＸ.
       EXIT.
      *
      ***********************************
       社員1件格納            SECTION.
      ***********************************
      *
           IF 社員件数 >= 3000
             THEN
               MOVE "PRO2084" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "社員テーブル上限超過"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 社員件数.
           MOVE 照合社員コード
             TO 表社員コード(社員件数).
           MOVE 照合氏名 TO 表氏名(社員件数).
      *
       社員1件格納－ＥＸ.
       EXIT.
      *
      ***********************************
       評価経歴出力           SECTION.
      ***********************************
      *
      *  履歴を社員コード順・評価期間の新しい順に並べ、在籍者
      *  ごとに対象期間までの直近5回の評語を1行に示す。
           MOVE SPACES TO レポート行.
           STRING "評価経歴(直近5回 新しい順) 評価期間:"
                  DELIMITED BY SIZE
                  対象評価期間 DELIMITED BY SIZE
                  "まで" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 評価レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO レポート行.
           STRING "社員   所属 直近の評価" DELIMITED BY SIZE
                  "                                        "
                    DELIMITED BY SIZE
                  "氏名" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 評価レポートレコード FROM レポート行.
           OPEN INPUT 評価履歴ファイル.
           IF 履歴状態 NOT = "00"
             THEN
               GO TO 評価経歴出力－ＥＸ
             ELSE
               CLOSE 評価履歴ファイル
           END-IF.
           SORT 整列ワークファイル
             ASCENDING KEY 評価社員コード
                       OF 整列作業レコード
             DESCENDING KEY 評価対象期間
                       OF 整列作業レコード
             USING  評価履歴ファイル
             GIVING 整列履歴ファイル.
           OPEN INPUT 整列履歴ファイル.
           IF 整列状態 NOT = "00"
             THEN
               MOVE "PRO2084" TO 発生プログラム名
               MOVE 整列状態 TO 入出力状態
               MOVE "整列履歴のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 経歴社員コード.
           MOVE ZERO TO 経歴件数.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 整列履歴ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 評価対象期間 OF 整列履歴レコード
                    <= 対象評価期間
                   THEN
                     PERFORM 経歴1件格納
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           PERFORM 経歴行出力.
           CLOSE 整列履歴ファイル.
           MOVE SPACES TO レポート行.
           STRING "経歴出力:" DELIMITED BY SIZE
                  経歴出力件数 DELIMITED BY SIZE
                  "名" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 評価レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
      *
       評価経歴出力－ＥＸ.
       EXIT.
      *
      ***********************************
       経歴1件格納            SECTION.
      ***********************************
      *
      *  社員コードが替わったら前の社員の行を出す。所属は最も
      *  新しい評価のものを示す。
           IF 評価社員コード OF 整列履歴レコード
              NOT = 経歴社員コード
             THEN
               PERFORM 経歴行出力
               MOVE 評価社員コード OF 整列履歴レコード
                 TO 経歴社員コード
               MOVE 評価所属コード OF 整列履歴レコード
                 TO 経歴所属コード
               MOVE ZERO TO 経歴件数
             ELSE
               CONTINUE
           END-IF.
           IF 経歴件数 < 5
             THEN
               ADD 1 TO 経歴件数
               MOVE 評価対象期間 OF 整列履歴レコード
                 TO 経歴評価期間(経歴件数)
               MOVE 評語 OF 整列履歴レコード
                 TO 経歴評語(経歴件数)
             ELSE
               CONTINUE
           END-IF.
      *
       経歴1件格納－ＥＸ.
       EXIT.
      *
      ***********************************
       経歴行出力             SECTION.
      ***********************************
      *
      *  在籍者でない社員の経歴は出さない。
           IF 経歴件数 = ZERO
             THEN
               GO TO 経歴行出力－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE ZERO TO 該当社員番号.
           PERFORM VARYING 社員番号 FROM 1 BY 1
             UNTIL 社員番号 > 社員件数
                OR 該当社員番号 > ZERO
             IF 表社員コード(社員番号) = 経歴社員コード
               THEN
                 MOVE 社員番号 TO 該当社員番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当社員番号 = ZERO
             THEN
               GO TO 経歴行出力－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 経歴明細行.
           MOVE 経歴社員コード TO 経歴明細社員コード.
           MOVE 経歴所属コード TO 経歴明細所属.
           PERFORM VARYING 評語番号 FROM 1 BY 1
             UNTIL 評語番号 > 経歴件数
             MOVE 経歴評価期間(評語番号)
               TO 経歴明細期間(評語番号)
             MOVE ":" TO 経歴明細区切(評語番号)
             MOVE 経歴評語(評語番号)
               TO 経歴明細評語(評語番号)
           END-PERFORM.
           MOVE 表氏名(該当社員番号) TO 経歴明細氏名.
           WRITE 評価レポートレコード FROM 経歴明細行.
           ADD 1 TO 経歴出力件数.
      *
       経歴行出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           CLOSE 評価レポートファイル.
           DISPLAY "評価件数:" 対象件数
                   " 枠外単位:" 枠外単位数.
      *
           DISPLAY "***PRO2084 END***".
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
