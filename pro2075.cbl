       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2075.
      *  役職・等級の分布・滞留レポート。人事ファイル(JINJI2001)
      *  の在籍者を役職・等級マスタ(TOKYU2001)と突き合わせ、
      *  所属コードごとの等級別人数(未格付を含む)を集計する。
      *  あわせて、現等級の発令日から基準日までの年数が
      *  パラメタ(TOKYUPARM2001)の滞留年数以上の者を同一等級
      *  滞留者として一覧にする。パラメタが無ければ5年とする。
      *  出力は等級レポート(TOKYURPT2001)の1本にまとめる。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT 人事ファイル ASSIGN TO
             "/home/suzuki/DATA/JINJI2001"
             FILE STATUS IS 人事状態.
           SELECT 等級マスタファイル ASSIGN TO
             "/home/suzuki/DATA/TOKYU2001"
             FILE STATUS IS マスタ状態.
      *  滞留年数のパラメタ。
           SELECT パラメタファイル ASSIGN TO
             "/home/suzuki/DATA/TOKYUPARM2001"
             FILE STATUS IS パラメタ状態.
      *  等級分布と滞留者一覧のレポート。
           SELECT 等級レポートファイル ASSIGN TO
             "/home/suzuki/DATA/TOKYURPT2001"
             FILE STATUS IS レポート状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  人事ファイル.
       01  人事レコード.
           COPY CP001.
       FD  等級マスタファイル.
       01  等級マスタレコード.
           COPY CP031.
       FD  パラメタファイル.
       01  パラメタレコード.
         03 指定滞留年数      PIC 9(2).
       FD  等級レポートファイル.
       01  等級レポートレコード PIC X(80).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 人事状態          PIC X(2).
         03 マスタ状態        PIC X(2).
         03 パラメタ状態      PIC X(2).
         03 レポート状態      PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
       01  滞留年数           PIC 9(2) VALUE 5.
      *  有効な所属コードの一覧。
           COPY CP009.
      *  役職・等級マスタの読み込みテーブル。
       01  マスタテーブルエリア.
         03 マスタ件数        PIC 9(4) VALUE ZERO.
         03 マスタ番号        PIC 9(4).
         03 該当番号          PIC 9(4).
         03 マスタエントリ    OCCURS 3000 TIMES.
           05 表従業員コード  PIC X(5).
           05 表役職コード    PIC X(2).
           05 表等級          PIC 9(2).
           05 表等級発令日    PIC 9(8).
      *  所属(8件＋その他)×等級(未格付・1～9)の人数表。
       01  分布テーブルエリア.
         03 所属行            OCCURS 9 TIMES.
           05 等級人数        PIC 9(5) OCCURS 10 TIMES.
           05 所属合計        PIC 9(5).
       01  等級合計エリア.
         03 等級合計          PIC 9(5) OCCURS 10 TIMES.
         03 総合計            PIC 9(5).
       01  行番号             PIC 9(2).
       01  列番号             PIC 9(2).
      *  滞留者の一時テーブル。分布の後にまとめて書き出す。
       01  滞留テーブルエリア.
         03 滞留件数          PIC 9(4) VALUE ZERO.
         03 滞留番号          PIC 9(4).
         03 滞留エントリ      OCCURS 1000 TIMES.
           05 表滞留所属      PIC X(3).
           05 表滞留コード    PIC X(5).
           05 表滞留氏名      PIC X(20).
           05 表滞留役職      PIC X(2).
           05 表滞留等級      PIC 9(2).
           05 表滞留発令日    PIC 9(8).
           05 表滞留年数      PIC 9(3).
       01  滞留超過件数       PIC 9(5) VALUE ZERO.
      *  レポート用の編集項目。
       01  人数編集           PIC ZZZZ9.
       01  所属見出し         PIC X(6).
       01  レポート行         PIC X(80).
       01  行位置             PIC 9(2).
      *  年齢算出呼出し(SUB2008)への引き渡し情報。等級発令日を
      *  生年月日の位置へ渡し、滞留年数として受け取る。
       01  年齢算出情報.
           COPY CP011.
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
           PERFORM 分布出力.
      *
           PERFORM 滞留出力.
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
           DISPLAY "***PRO2075 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           INITIALIZE 分布テーブルエリア.
           INITIALIZE 等級合計エリア.
      *  滞留年数のパラメタを読む。無ければ既定の5年とする。
           OPEN INPUT パラメタファイル.
           IF パラメタ状態 = "00"
             THEN
               READ パラメタファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   IF 指定滞留年数 > ZERO
                     THEN
                       MOVE 指定滞留年数 TO 滞留年数
                     ELSE
                       CONTINUE
                   END-IF
               END-READ
               CLOSE パラメタファイル
             ELSE
               CONTINUE
           END-IF.
      *  役職・等級マスタをテーブルへ読み込む。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 等級マスタファイル.
           IF マスタ状態 NOT = "00"
             THEN
               DISPLAY "役職・等級マスタなし。"
             ELSE
               PERFORM UNTIL 読込終了
                 READ 等級マスタファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     IF マスタ件数 < 3000
                       THEN
                         ADD 1 TO マスタ件数
                         MOVE 等級従業員コード
                           TO 表従業員コード(マスタ件数)
                         MOVE 役職コード
                           TO 表役職コード(マスタ件数)
                         MOVE 等級
                           TO 表等級(マスタ件数)
                         MOVE 等級発令日
                           TO 表等級発令日(マスタ件数)
                       ELSE
                         MOVE "PRO2075"
                           TO 発生プログラム名
                         MOVE SPACES TO 入出力状態
                         MOVE "マスタテーブル上限超過"
                           TO 異常終了メッセージ
                         PERFORM 異常終了処理
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 等級マスタファイル
           END-IF.
           OPEN INPUT 人事ファイル.
           IF 人事状態 NOT = "00"
             THEN
               MOVE "PRO2075" TO 発生プログラム名
               MOVE 人事状態 TO 入出力状態
               MOVE "人事ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           OPEN OUTPUT 等級レポートファイル.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 人事ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 PERFORM 在籍者集計
             END-READ
           END-PERFORM.
           CLOSE 人事ファイル.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       在籍者集計             SECTION.
      ***********************************
      *
      *  所属コードで行を、等級で列を決めて数える。所属コード
      *  表に無いコードは「その他」、マスタに無い者は未格付。
           MOVE 9 TO 行番号.
           PERFORM VARYING 所属添字 FROM 1 BY 1
             UNTIL 所属添字 > 8
             IF 所属コード項目(所属添字) = 所属コード
               THEN
                 SET 行番号 TO 所属添字
                 SET 所属添字 TO 8
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           MOVE ZERO TO 該当番号.
           PERFORM VARYING マスタ番号 FROM 1 BY 1
             UNTIL マスタ番号 > マスタ件数
             IF 表従業員コード(マスタ番号) =
                従業員コード
               THEN
                 MOVE マスタ番号 TO 該当番号
                 MOVE マスタ件数 TO マスタ番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当番号 = ZERO
             THEN
               MOVE 1 TO 列番号
             ELSE
               IF 表等級(該当番号) >= 1
                  AND 表等級(該当番号) <= 9
                 THEN
                   COMPUTE 列番号 = 表等級(該当番号) + 1
                 ELSE
                   MOVE 1 TO 列番号
               END-IF
           END-IF.
           ADD 1 TO 等級人数(行番号 列番号).
           ADD 1 TO 所属合計(行番号).
           ADD 1 TO 等級合計(列番号).
           ADD 1 TO 総合計.
           IF 列番号 > 1
             THEN
               PERFORM 滞留判定
             ELSE
               CONTINUE
           END-IF.
      *
       在籍者集計－ＥＸ.
       EXIT.
      *
      ***********************************
       滞留判定               SECTION.
      ***********************************
      *
      *  等級発令日から基準日までの満年数が滞留年数以上なら
      *  滞留者テーブルへ積む。
           MOVE 表等級発令日(該当番号) TO 算出生年月日.
           MOVE 実行日 TO 算出基準日.
           CALL "SUB2008" USING 年齢算出情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "10" TO 算出状態
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 算出状態 NOT = "00"
              OR 算出年齢 < 滞留年数
             THEN
               GO TO 滞留判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 滞留超過件数.
           IF 滞留件数 >= 1000
             THEN
               DISPLAY "滞留テーブル上限超過:"
                       従業員コード
               GO TO 滞留判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 滞留件数.
           MOVE 所属コード TO 表滞留所属(滞留件数).
           MOVE 従業員コード TO 表滞留コード(滞留件数).
           MOVE 氏名 TO 表滞留氏名(滞留件数).
           MOVE 表役職コード(該当番号)
             TO 表滞留役職(滞留件数).
           MOVE 表等級(該当番号)
             TO 表滞留等級(滞留件数).
           MOVE 表等級発令日(該当番号)
             TO 表滞留発令日(滞留件数).
           MOVE 算出年齢 TO 表滞留年数(滞留件数).
      *
       滞留判定－ＥＸ.
       EXIT.
      *
      ***********************************
       分布出力               SECTION.
      ***********************************
      *
           MOVE SPACES TO レポート行.
           STRING "所属別 等級分布 基準日:" DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 等級レポートレコード FROM レポート行.
      *  見出し行。列は未格付・等級1～9・合計。
           MOVE SPACES TO レポート行.
           STRING "所属  未格付    G1    G2    G3    G4"
                  DELIMITED BY SIZE
                  "    G5    G6    G7    G8    G9  合計"
                  DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 等級レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING 行番号 FROM 1 BY 1
             UNTIL 行番号 > 9
             IF 行番号 > 8
               THEN
                 MOVE "その他" TO 所属見出し
               ELSE
                 MOVE 所属コード項目(行番号)
                   TO 所属見出し
             END-IF
             MOVE SPACES TO レポート行
             MOVE 所属見出し TO レポート行(1:6)
             MOVE 8 TO 行位置
             PERFORM VARYING 列番号 FROM 1 BY 1
               UNTIL 列番号 > 10
               MOVE 等級人数(行番号 列番号) TO 人数編集
               MOVE 人数編集 TO レポート行(行位置:5)
               ADD 6 TO 行位置
             END-PERFORM
             MOVE 所属合計(行番号) TO 人数編集
             MOVE 人数編集 TO レポート行(行位置:5)
             WRITE 等級レポートレコード FROM レポート行
           END-PERFORM.
           MOVE SPACES TO レポート行.
           MOVE "合計" TO レポート行(1:6).
           MOVE 8 TO 行位置.
           PERFORM VARYING 列番号 FROM 1 BY 1
             UNTIL 列番号 > 10
             MOVE 等級合計(列番号) TO 人数編集
             MOVE 人数編集 TO レポート行(行位置:5)
             ADD 6 TO 行位置
           END-PERFORM.
           MOVE 総合計 TO 人数編集.
           MOVE 人数編集 TO レポート行(行位置:5).
           WRITE 等級レポートレコード FROM レポート行.
      *
       分布出力－ＥＸ.
       EXIT.
      *
      ***********************************
       滞留出力               SECTION.
      ***********************************
      *
           MOVE SPACES TO レポート行.
           STRING "同一等級滞留者一覧 滞留年数:" DELIMITED
             BY SIZE
                  滞留年数 DELIMITED BY SIZE
                  "年以上" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 等級レポートレコード FROM レポート行
             AFTER 3 LINE
           END-WRITE.
           PERFORM VARYING 滞留番号 FROM 1 BY 1
             UNTIL 滞留番号 > 滞留件数
             MOVE SPACES TO レポート行
             STRING 表滞留所属(滞留番号) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    表滞留コード(滞留番号) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    表滞留氏名(滞留番号) DELIMITED BY SIZE
                    " 役職:" DELIMITED BY SIZE
                    表滞留役職(滞留番号) DELIMITED BY SIZE
                    " 等級:" DELIMITED BY SIZE
                    表滞留等級(滞留番号) DELIMITED BY SIZE
                    " 発令:" DELIMITED BY SIZE
                    表滞留発令日(滞留番号) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    表滞留年数(滞留番号) DELIMITED BY SIZE
                    "年" DELIMITED BY SIZE
                    INTO レポート行
             WRITE 等級レポートレコード FROM レポート行
           END-PERFORM.
           MOVE SPACES TO レポート行.
           STRING "滞留者:" DELIMITED BY SIZE
                  滞留超過件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 等級レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
      *
       滞留出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           CLOSE 等級レポートファイル.
           DISPLAY "在籍者数:" 総合計
                   " 滞留者数:" 滞留超過件数.
      *
           DISPLAY "***PRO2075 END***".
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
