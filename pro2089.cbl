       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2089.
      *  午後科目の得点調整(得点の等化)プログラム。調整指示
      *  (CHOSEIPARM2006)の試験回について、試験結果ファイル
      *  (SHIKENKEKKA)の欠席者を除く午後1・午後2の平均と標準
      *  偏差を求め、基準とする試験回の平均・標準偏差、または
      *  委員会が決めた目標の平均・標準偏差へ換算する。平均点
      *  は4科目から算出し直す。調整前後の統計と受験者ごとの
      *  得点を調整レポート(CHOSEIRPT2006)へ書き出し、委員会の
      *  承認に回す。指示の承認区分がYのときだけ試験結果を書き
      *  換え、調整前の素点を素点ファイル(SOTEN2006)へ残して
      *  から、PRO2052と同じく合否判定(DBPRO02)・順位表
      *  (PRO2027)・合格通知(PRO2029)を続けて呼び出す。素点の
      *  残っている試験回は調整済として重ねて調整しない。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT 試験結果ファイル ASSIGN TO
             "/home/suzuki/DATA/SHIKENKEKKA"
             FILE STATUS IS 結果状態.
      *  調整の対象回・方法・目標値・承認区分の指示ファイル。
           SELECT 調整指示ファイル ASSIGN TO
             "/home/suzuki/DATA/CHOSEIPARM2006"
             FILE STATUS IS 指示状態.
      *  調整前の素点を残すファイル。追記する。
           SELECT 素点ファイル ASSIGN TO
             "/home/suzuki/DATA/SOTEN2006"
             FILE STATUS IS 素点状態.
      *  調整前後の統計と得点の委員会承認用レポート。
           SELECT 調整レポートファイル ASSIGN TO
             "/home/suzuki/DATA/CHOSEIRPT2006"
             FILE STATUS IS レポート状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  試験結果ファイル.
       01  試験結果レコード.
           COPY CP008.
      *  基準区分 R:基準試験回の平均・標準偏差へ合わせる
      *  T:目標の平均・標準偏差へ合わせる。科目ごとの調整区分
      *  がYの科目だけを調整する。承認区分 Y:承認済で適用する
      *  (空白は試算のみで試験結果を変えない)。満点ゼロは100点
      *  とする。
       FD  調整指示ファイル.
       01  調整指示レコード.
         03 指示調整試験回    PIC 9(2).
         03 指示基準区分      PIC X(1).
         03 指示基準試験回    PIC 9(2).
         03 指示午後1調整     PIC X(1).
         03 指示午後1目標平均 PIC 9(3)V9.
         03 指示午後1目標偏差 PIC 9(3)V9.
         03 指示午後2調整     PIC X(1).
         03 指示午後2目標平均 PIC 9(3)V9.
         03 指示午後2目標偏差 PIC 9(3)V9.
         03 指示満点          PIC 9(4).
         03 指示承認区分      PIC X(1).
         03 指示承認者        PIC X(8).
       FD  素点ファイル.
       01  素点レコード.
         03 素点試験回        PIC 9(2).
         03 素点受験者ID      PIC X(6).
         03 素点午後1         PIC 9(4).
         03 素点午後2         PIC 9(4).
         03 素点平均点        PIC 9(4).
         03 素点調整日        PIC 9(8).
       FD  調整レポートファイル.
       01  調整レポートレコード PIC X(80).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 結果状態          PIC X(2).
         03 指示状態          PIC X(2).
         03 素点状態          PIC X(2).
         03 レポート状態      PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
       01  満点               PIC 9(4) VALUE 100.
       01  適用フラグ         PIC X(1).
           88 適用する        VALUE "Y".
      *  科目ごとの集計。1:午後1 2:午後2。前は調整対象回の調整
      *  前、基準は基準試験回、後は調整後。
       01  科目集計エリア.
         03 科番          PIC 9(1).
         03 科目エントリ      OCCURS 2 TIMES.
           05 表調整区分      PIC X(1).
           05 表前件数        PIC 9(5).
           05 表前合計        PIC 9(9).
           05 表前二乗合計    PIC 9(13).
           05 表前平均        PIC 9(4)V99.
           05 表前偏差        PIC 9(4)V99.
           05 表基準件数      PIC 9(5).
           05 表基準合計      PIC 9(9).
           05 表基準二乗合計  PIC 9(13).
           05 表目標平均      PIC 9(4)V99.
           05 表目標偏差      PIC 9(4)V99.
           05 表後合計        PIC 9(9).
           05 表後二乗合計    PIC 9(13).
           05 表後平均        PIC 9(4)V99.
           05 表後偏差        PIC 9(4)V99.
       01  分散ワーク         PIC 9(9)V9999.
       01  科目得点           PIC 9(4).
       01  調整後得点         PIC 9(4).
       01  換算ワーク         PIC S9(6)V9999.
      *  受験者1名分の調整前の得点。
       01  調整前午後1        PIC 9(4).
       01  調整前午後2        PIC 9(4).
       01  調整前平均点       PIC 9(4).
       01  集計エリア.
         03 対象件数          PIC 9(5) VALUE ZERO.
         03 欠席件数          PIC 9(5) VALUE ZERO.
         03 変更件数          PIC 9(5) VALUE ZERO.
       01  レポート行         PIC X(80).
       01  統計編集.
         03 編集平均          PIC ZZZ9.99.
         03 編集偏差          PIC ZZZ9.99.
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
           PERFORM 統計集計.
      *
           PERFORM 目標設定.
      *
           PERFORM 主処理.
      *
           PERFORM 終了処理.
      *
           PERFORM 下流再作成.
      *
      *  ジョブネット制御(PRO2066)からの呼び出しでも戻れる
      *  ようGOBACKで終える。単独起動では従来どおり停止する。
           GOBACK.
      *
      ***********************************
       初期処理               SECTION.
      ***********************************
      *
           DISPLAY "***PRO2089 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           INITIALIZE 科目集計エリア.
      *  調整指示を読む。指示が無ければ調整できない。
           OPEN INPUT 調整指示ファイル.
           IF 指示状態 NOT = "00"
             THEN
               MOVE "PRO2089" TO 発生プログラム名
               MOVE 指示状態 TO 入出力状態
               MOVE "調整指示ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           READ 調整指示ファイル
             AT END
               MOVE "PRO2089" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "調整指示が空です"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             NOT AT END
               CONTINUE
           END-READ.
           CLOSE 調整指示ファイル.
           IF 指示基準区分 NOT = "R" AND NOT = "T"
             THEN
               MOVE "PRO2089" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "調整指示の基準区分不正"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE 指示午後1調整 TO 表調整区分(1).
           MOVE 指示午後2調整 TO 表調整区分(2).
           IF 指示満点 IS NUMERIC AND 指示満点 > ZERO
             THEN
               MOVE 指示満点 TO 満点
             ELSE
               CONTINUE
           END-IF.
           MOVE "N" TO 適用フラグ.
           IF 指示承認区分 = "Y"
             THEN
               MOVE "Y" TO 適用フラグ
             ELSE
               CONTINUE
           END-IF.
      *  素点が残っている試験回は調整済なので適用しない。
           IF 適用する
             THEN
               PERFORM 調整済検査
             ELSE
               CONTINUE
           END-IF.
           OPEN OUTPUT 調整レポートファイル.
           MOVE SPACES TO レポート行.
           STRING "午後科目得点調整 試験回:"
                  DELIMITED BY SIZE
                  指示調整試験回 DELIMITED BY SIZE
                  " 実行日:" DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 調整レポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           IF 指示基準区分 = "R"
             THEN
               STRING "調整方法:基準試験回 " DELIMITED BY SIZE
                      指示基準試験回 DELIMITED BY SIZE
                      " の平均・標準偏差へ換算"
                      DELIMITED BY SIZE
                      INTO レポート行
             ELSE
               STRING "調整方法:委員会目標の"
                      "平均・標準偏差へ換算" DELIMITED BY SIZE
                      INTO レポート行
           END-IF.
           WRITE 調整レポートレコード FROM レポート行.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       調整済検査             SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 素点ファイル.
           IF 素点状態 NOT = "00"
             THEN
               GO TO 調整済検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 素点ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 素点試験回 = 指示調整試験回
                   THEN
                     MOVE "N" TO 適用フラグ
                     SET 読込終了 TO TRUE
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 素点ファイル.
           IF 適用する
             THEN
               CONTINUE
             ELSE
               DISPLAY "調整済の試験回のため"
                       "試算のみとする。"
           END-IF.
      *
       調整済検査－ＥＸ.
       EXIT.
      *
      ***********************************
       統計集計               SECTION.
      ***********************************
      *
      *  対象回と基準回の欠席者を除く午後1・午後2を集計する。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 試験結果ファイル.
           IF 結果状態 NOT = "00"
             THEN
               MOVE "PRO2089" TO 発生プログラム名
               MOVE 結果状態 TO 入出力状態
               MOVE "試験結果ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 試験結果ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 欠席者 OF 試験結果レコード
                   THEN
                     CONTINUE
                   ELSE
                     PERFORM 科目集計
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 試験結果ファイル.
           PERFORM VARYING 科番 FROM 1 BY 1
             UNTIL 科番 > 2
             IF 表前件数(科番) > ZERO
               THEN
                 COMPUTE 表前平均(科番) ROUNDED =
                   表前合計(科番) / 表前件数(科番)
                 COMPUTE 分散ワーク =
                   表前二乗合計(科番) / 表前件数(科番)
                   - 表前平均(科番) * 表前平均(科番)
                 COMPUTE 表前偏差(科番) ROUNDED =
                   分散ワーク ** 0.5
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       統計集計－ＥＸ.
       EXIT.
      *
      ***********************************
       科目集計               SECTION.
      ***********************************
      *
           PERFORM VARYING 科番 FROM 1 BY 1
             UNTIL 科番 > 2
             IF 科番 = 1
               THEN
                 MOVE 午後1 OF 試験結果レコード
                   TO 科目得点
               ELSE
                 MOVE 午後2 OF 試験結果レコード
                   TO 科目得点
             END-IF
             IF 試験回 OF 試験結果レコード =
                指示調整試験回
               THEN
                 ADD 1 TO 表前件数(科番)
                 ADD 科目得点 TO 表前合計(科番)
                 COMPUTE 表前二乗合計(科番) =
                   表前二乗合計(科番)
                   + 科目得点 * 科目得点
               ELSE
                 CONTINUE
             END-IF
             IF 指示基準区分 = "R"
                AND 試験回 OF 試験結果レコード =
                    指示基準試験回
               THEN
                 ADD 1 TO 表基準件数(科番)
                 ADD 科目得点 TO 表基準合計(科番)
                 COMPUTE 表基準二乗合計(科番) =
                   表基準二乗合計(科番)
                   + 科目得点 * 科目得点
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       科目集計－ＥＸ.
       EXIT.
      *
      ***********************************
       目標設定               SECTION.
      ***********************************
      *
      *  基準回の統計か委員会の目標値を科目ごとの目標とする。
      *  基準回に受験者がいない科目は調整しない。
           IF 指示基準区分 = "T"
             THEN
               MOVE 指示午後1目標平均 TO 表目標平均(1)
               MOVE 指示午後1目標偏差 TO 表目標偏差(1)
               MOVE 指示午後2目標平均 TO 表目標平均(2)
               MOVE 指示午後2目標偏差 TO 表目標偏差(2)
               GO TO 目標設定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING 科番 FROM 1 BY 1
             UNTIL 科番 > 2
             IF 表基準件数(科番) > ZERO
               THEN
                 COMPUTE 表目標平均(科番) ROUNDED =
                   表基準合計(科番)
                   / 表基準件数(科番)
                 COMPUTE 分散ワーク =
                   表基準二乗合計(科番)
                   / 表基準件数(科番)
                   - 表目標平均(科番)
                     * 表目標平均(科番)
                 COMPUTE 表目標偏差(科番) ROUNDED =
                   分散ワーク ** 0.5
               ELSE
                 DISPLAY "基準試験回の受験者なし 科目:"
                         科番
                 MOVE "N" TO 表調整区分(科番)
             END-IF
           END-PERFORM.
      *
       目標設定－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
      *  対象回の受験者ごとに調整後の得点を求めてレポートへ
      *  書く。適用するときは素点を残して試験結果を書き換える。
           MOVE SPACES TO レポート行.
           STRING "受験者ID 午後1 前→後 午後2 前→後"
                  " 平均点 前→後" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 調整レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE "0" TO 終了ステータス.
           IF 適用する
             THEN
               OPEN I-O 試験結果ファイル
               OPEN EXTEND 素点ファイル
               IF 素点状態 NOT = "00"
                 THEN
                   CLOSE 素点ファイル
                   OPEN OUTPUT 素点ファイル
                 ELSE
                   CONTINUE
               END-IF
             ELSE
               OPEN INPUT 試験結果ファイル
           END-IF.
           PERFORM UNTIL 読込終了
             READ 試験結果ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 試験回 OF 試験結果レコード =
                    指示調整試験回
                   THEN
                     PERFORM 受験者調整
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 試験結果ファイル.
           IF 適用する
             THEN
               CLOSE 素点ファイル
             ELSE
               CONTINUE
           END-IF.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       受験者調整             SECTION.
      ***********************************
      *
      *  欠席者は得点を持たないので調整しない。
           IF 欠席者 OF 試験結果レコード
             THEN
               ADD 1 TO 欠席件数
               GO TO 受験者調整－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 対象件数.
           MOVE 午後1 OF 試験結果レコード TO 調整前午後1.
           MOVE 午後2 OF 試験結果レコード TO 調整前午後2.
           MOVE 平均点 OF 試験結果レコード
             TO 調整前平均点.
           PERFORM VARYING 科番 FROM 1 BY 1
             UNTIL 科番 > 2
             IF 科番 = 1
               THEN
                 MOVE 調整前午後1 TO 科目得点
               ELSE
                 MOVE 調整前午後2 TO 科目得点
             END-IF
             IF 表調整区分(科番) = "Y"
               THEN
                 PERFORM 得点換算
               ELSE
                 MOVE 科目得点 TO 調整後得点
             END-IF
             IF 科番 = 1
               THEN
                 MOVE 調整後得点
                   TO 午後1 OF 試験結果レコード
               ELSE
                 MOVE 調整後得点
                   TO 午後2 OF 試験結果レコード
             END-IF
             ADD 調整後得点 TO 表後合計(科番)
             COMPUTE 表後二乗合計(科番) =
               表後二乗合計(科番)
               + 調整後得点 * 調整後得点
           END-PERFORM.
      *  平均点はPRO2052と同じく4科目から算出し直す。
           COMPUTE 平均点 OF 試験結果レコード =
             ( 午前 OF 試験結果レコード
             + 午後1 OF 試験結果レコード
             + 午後2 OF 試験結果レコード
             + 論述 OF 試験結果レコード ) / 4.
           IF 午後1 OF 試験結果レコード NOT = 調整前午後1
              OR 午後2 OF 試験結果レコード
                 NOT = 調整前午後2
             THEN
               ADD 1 TO 変更件数
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO レポート行.
           STRING 受験者ID OF 試験結果レコード
                  DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  調整前午後1 DELIMITED BY SIZE
                  "→" DELIMITED BY SIZE
                  午後1 OF 試験結果レコード
                  DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  調整前午後2 DELIMITED BY SIZE
                  "→" DELIMITED BY SIZE
                  午後2 OF 試験結果レコード
                  DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  調整前平均点 DELIMITED BY SIZE
                  "→" DELIMITED BY SIZE
                  平均点 OF 試験結果レコード
                  DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 調整レポートレコード FROM レポート行.
           IF 適用する
             THEN
               INITIALIZE 素点レコード
               MOVE 試験回 OF 試験結果レコード
                 TO 素点試験回
               MOVE 受験者ID OF 試験結果レコード
                 TO 素点受験者ID
               MOVE 調整前午後1  TO 素点午後1
               MOVE 調整前午後2  TO 素点午後2
               MOVE 調整前平均点 TO 素点平均点
               MOVE 実行日       TO 素点調整日
               WRITE 素点レコード
               REWRITE 試験結果レコード
             ELSE
               CONTINUE
           END-IF.
      *
       受験者調整－ＥＸ.
       EXIT.
      *
      ***********************************
       得点換算               SECTION.
      ***********************************
      *
      *  標準化した得点を目標の平均・標準偏差へ換算し、0点から
      *  満点の範囲に収める。調整前の標準偏差がゼロの科目は
      *  平均の差だけずらす。
           IF 表前偏差(科番) > ZERO
             THEN
               COMPUTE 換算ワーク ROUNDED =
                 ( 科目得点 - 表前平均(科番) )
                 * 表目標偏差(科番)
                 / 表前偏差(科番)
                 + 表目標平均(科番)
             ELSE
               COMPUTE 換算ワーク ROUNDED =
                 科目得点 - 表前平均(科番)
                 + 表目標平均(科番)
           END-IF.
           IF 換算ワーク < ZERO
             THEN
               MOVE ZERO TO 換算ワーク
             ELSE
               CONTINUE
           END-IF.
           IF 換算ワーク > 満点
             THEN
               MOVE 満点 TO 換算ワーク
             ELSE
               CONTINUE
           END-IF.
           COMPUTE 調整後得点 ROUNDED = 換算ワーク.
      *
       得点換算－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
      *  科目ごとに調整前・目標・調整後の平均と標準偏差を
      *  並べ、委員会の承認欄を付ける。
           PERFORM VARYING 科番 FROM 1 BY 1
             UNTIL 科番 > 2
             IF 表前件数(科番) > ZERO
               THEN
                 COMPUTE 表後平均(科番) ROUNDED =
                   表後合計(科番) / 表前件数(科番)
                 COMPUTE 分散ワーク =
                   表後二乗合計(科番) / 表前件数(科番)
                   - 表後平均(科番) * 表後平均(科番)
                 COMPUTE 表後偏差(科番) ROUNDED =
                   分散ワーク ** 0.5
               ELSE
                 CONTINUE
             END-IF
             PERFORM 科目統計出力
           END-PERFORM.
           MOVE SPACES TO レポート行.
           STRING "対象:" DELIMITED BY SIZE
                  対象件数 DELIMITED BY SIZE
                  " 欠席:" DELIMITED BY SIZE
                  欠席件数 DELIMITED BY SIZE
                  " 得点変更:" DELIMITED BY SIZE
                  変更件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 調整レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO レポート行.
           IF 適用する
             THEN
               STRING "承認済・適用 承認者:" DELIMITED BY SIZE
                      指示承認者 DELIMITED BY SIZE
                      INTO レポート行
             ELSE
               STRING "試算(未適用) 承認者:________"
                      " 承認日:________" DELIMITED BY SIZE
                      INTO レポート行
           END-IF.
           WRITE 調整レポートレコード FROM レポート行.
           CLOSE 調整レポートファイル.
           DISPLAY "対象:" 対象件数
                   " 欠席:" 欠席件数
                   " 得点変更:" 変更件数.
      *
       終了処理－ＥＸ.
       EXIT.
      *
      ***********************************
       科目統計出力           SECTION.
      ***********************************
      *
           MOVE SPACES TO レポート行.
           IF 科番 = 1
             THEN
               MOVE "午後1" TO レポート行
             ELSE
               MOVE "午後2" TO レポート行
           END-IF.
           IF 表調整区分(科番) NOT = "Y"
             THEN
               MOVE "(調整しない)" TO レポート行(9:20)
             ELSE
               CONTINUE
           END-IF.
           WRITE 調整レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE 表前平均(科番) TO 編集平均.
           MOVE 表前偏差(科番) TO 編集偏差.
           MOVE SPACES TO レポート行.
           STRING "  調整前 人数:" DELIMITED BY SIZE
                  表前件数(科番) DELIMITED BY SIZE
                  " 平均:" DELIMITED BY SIZE
                  編集平均 DELIMITED BY SIZE
                  " 標準偏差:" DELIMITED BY SIZE
                  編集偏差 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 調整レポートレコード FROM レポート行.
           MOVE 表目標平均(科番) TO 編集平均.
           MOVE 表目標偏差(科番) TO 編集偏差.
           MOVE SPACES TO レポート行.
           STRING "  目標         " DELIMITED BY SIZE
                  "  平均:" DELIMITED BY SIZE
                  編集平均 DELIMITED BY SIZE
                  " 標準偏差:" DELIMITED BY SIZE
                  編集偏差 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 調整レポートレコード FROM レポート行.
           MOVE 表後平均(科番) TO 編集平均.
           MOVE 表後偏差(科番) TO 編集偏差.
           MOVE SPACES TO レポート行.
           STRING "  調整後 人数:" DELIMITED BY SIZE
                  表前件数(科番) DELIMITED BY SIZE
                  " 平均:" DELIMITED BY SIZE
                  編集平均 DELIMITED BY SIZE
                  " 標準偏差:" DELIMITED BY SIZE
                  編集偏差 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 調整レポートレコード FROM レポート行.
      *
       科目統計出力－ＥＸ.
       EXIT.
      *
      ***********************************
       下流再作成             SECTION.
      ***********************************
      *
      *  承認済で調整を適用したときだけ、合否判定・順位表・
      *  通知書を順に作り直す。
           IF 適用する AND 変更件数 > ZERO
             THEN
               DISPLAY "下流再作成を開始します。"
               CALL "DBPRO02"
                 ON EXCEPTION
                   DISPLAY "サブルーチン呼出し失敗"
                 NOT ON EXCEPTION
                   CONTINUE
               END-CALL
               CALL "PRO2027"
                 ON EXCEPTION
                   DISPLAY "サブルーチン呼出し失敗"
                 NOT ON EXCEPTION
                   CONTINUE
               END-CALL
               CALL "PRO2029"
                 ON EXCEPTION
                   DISPLAY "サブルーチン呼出し失敗"
                 NOT ON EXCEPTION
                   CONTINUE
               END-CALL
             ELSE
               DISPLAY "未適用。下流再作成を省略。"
           END-IF.
      *
           DISPLAY "***PRO2089 END***".
      *
       下流再作成－ＥＸ.
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
