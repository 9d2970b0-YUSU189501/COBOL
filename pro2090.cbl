       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2090.
      *  答案類似(不正受験)調査プログラム。試験監督員から
      *  不審な受験の報告があったときの調査資料を作る。座席割当
      *  (ZASEKI2006)で同じ教室の隣り合った座席の受験者の組を
      *  取り出し、設問別明細の累積台帳(SETSUMONDAI2006)の選択肢
      *  を比べて、同じ設問で同じ誤答を選んだ数を数える。教室の
      *  全ての組の一致数の平均・標準偏差を基準に、隣席の組の
      *  一致数がどれだけ離れているかを指標とし、しきい値以上の
      *  組を部外秘の調査レポート(FUSEIRPT2006)へ書き出す。
      *  試験回・しきい値・最小一致数・1列の座席数は制御ファイル
      *  (FUSEIPARM2006)で指定する。受験者の結果はどのファイル
      *  も変更しない。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  PRO2049が書き出す会場・教室・座席の割当ファイル。
           SELECT 割当ファイル ASSIGN TO
             "/home/suzuki/DATA/ZASEKI2006"
             FILE STATUS IS 割当状態.
      *  PRO2026が溜める設問別明細の累積台帳。
           SELECT 設問台帳ファイル ASSIGN TO
             "/home/suzuki/DATA/SETSUMONDAI2006"
             FILE STATUS IS 台帳状態.
      *  調査の試験回・しきい値などの制御ファイル。任意。
           SELECT 調査制御ファイル ASSIGN TO
             "/home/suzuki/DATA/FUSEIPARM2006"
             FILE STATUS IS 制御状態.
      *  部外秘の答案類似調査レポート。
           SELECT 調査レポートファイル ASSIGN TO
             "/home/suzuki/DATA/FUSEIRPT2006"
             FILE STATUS IS レポート状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  割当ファイル.
       01  割当レコード.
         03 割当試験回        PIC 9(2).
         03 割当受験者ID      PIC X(6).
         03 割当会場コード    PIC X(3).
         03 割当教室コード    PIC X(3).
         03 割当座席番号      PIC 9(4).
       FD  設問台帳ファイル.
       01  設問台帳レコード.
           05 台帳試験回      PIC 9(02).
           05 台帳受験者ID    PIC X(06).
           05 台帳設問番号    PIC 9(03).
           05 台帳配点        PIC 9(03).
           05 台帳得点        PIC 9(03).
           05 台帳解答        PIC X(01).
      *  試験回ゼロは座席割当の最初の試験回とする。しきい値は
      *  教室基準からの標準偏差の倍数(ゼロは3.0)、最小一致数
      *  ゼロは5、1列の座席数ゼロは列の区切りを見ない。
       FD  調査制御ファイル.
       01  調査制御レコード.
         03 指定試験回        PIC 9(2).
         03 指定しきい値      PIC 9(2)V9.
         03 指定最小一致数    PIC 9(3).
         03 指定列座席数      PIC 9(3).
       FD  調査レポートファイル.
       01  調査レポートレコード PIC X(80).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 割当状態          PIC X(2).
         03 台帳状態          PIC X(2).
         03 制御状態          PIC X(2).
         03 レポート状態      PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  対象試験回         PIC 9(2) VALUE ZERO.
       01  しきい値           PIC 9(2)V9 VALUE 3.0.
       01  最小一致数         PIC 9(3) VALUE 5.
       01  列座席数           PIC 9(3) VALUE ZERO.
      *  対象試験回の受験者と座席、設問ごとの誤答の選択肢。
      *  誤答列は設問番号の位置に誤答の選択肢を置き、正答・
      *  無解答の設問は空白とする。
       01  受験者テーブルエリア.
         03 受験者件数        PIC 9(4) VALUE ZERO.
         03 受番        PIC 9(4).
         03 相番          PIC 9(4).
         03 該当受番    PIC 9(4) VALUE ZERO.
         03 受験者エントリ    OCCURS 2000 TIMES.
           05 表受験者ID      PIC X(6).
           05 表座席番号      PIC 9(4).
           05 表室番      PIC 9(3).
           05 表解答有無      PIC X(1).
           05 表誤答列        PIC X(200).
      *  教室ごとの全組の一致数の集計と基準値。
       01  教室テーブルエリア.
         03 教室件数          PIC 9(3) VALUE ZERO.
         03 室番          PIC 9(3).
         03 教室エントリ      OCCURS 200 TIMES.
           05 表会場コード    PIC X(3).
           05 表教室コード    PIC X(3).
           05 表組数          PIC 9(9).
           05 表一致合計      PIC 9(11).
           05 表一致二乗合計  PIC 9(13).
           05 表基準平均      PIC 9(3)V99.
           05 表基準偏差      PIC 9(3)V99.
       01  設問番号           PIC 9(3).
       01  最大設問番号       PIC 9(3) VALUE ZERO.
       01  一致数             PIC 9(3).
       01  分散ワーク         PIC 9(9)V9999.
       01  指標               PIC S9(3)V9.
       01  列商               PIC 9(4).
       01  列余り             PIC 9(4).
       01  集計エリア.
         03 解答なし件数      PIC 9(5) VALUE ZERO.
         03 範囲外件数        PIC 9(7) VALUE ZERO.
         03 隣席組数          PIC 9(7) VALUE ZERO.
         03 該当組数          PIC 9(5) VALUE ZERO.
       01  レポート行         PIC X(80).
       01  帳票編集.
         03 編集平均          PIC ZZ9.99.
         03 編集指標          PIC -ZZ9.9.
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
           PERFORM 座席読込.
      *
           PERFORM 解答読込.
      *
           PERFORM 教室基準計算.
      *
           PERFORM 隣席照合.
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
           DISPLAY "***PRO2090 START***".
      *  制御ファイルがあれば試験回・しきい値などを読み替える。
           OPEN INPUT 調査制御ファイル.
           IF 制御状態 = "00"
             THEN
               READ 調査制御ファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE 指定試験回 TO 対象試験回
                   IF 指定しきい値 > ZERO
                     THEN
                       MOVE 指定しきい値 TO しきい値
                     ELSE
                       CONTINUE
                   END-IF
                   IF 指定最小一致数 > ZERO
                     THEN
                       MOVE 指定最小一致数 TO 最小一致数
                     ELSE
                       CONTINUE
                   END-IF
                   MOVE 指定列座席数 TO 列座席数
               END-READ
               CLOSE 調査制御ファイル
             ELSE
               CONTINUE
           END-IF.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       座席読込               SECTION.
      ***********************************
      *
      *  対象試験回の座席割当を受験者テーブルへ読み込み、
      *  会場・教室ごとに室番を振る。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 割当ファイル.
           IF 割当状態 NOT = "00"
             THEN
               MOVE "PRO2090" TO 発生プログラム名
               MOVE 割当状態 TO 入出力状態
               MOVE "座席割当ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 割当ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 対象試験回 = ZERO
                   THEN
                     MOVE 割当試験回 TO 対象試験回
                   ELSE
                     CONTINUE
                 END-IF
                 IF 割当試験回 = 対象試験回
                   THEN
                     PERFORM 座席登録
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 割当ファイル.
           DISPLAY "対象試験回:" 対象試験回
                   " 受験者数:" 受験者件数
                   " 教室数:" 教室件数.
      *
       座席読込－ＥＸ.
       EXIT.
      *
      ***********************************
       座席登録               SECTION.
      ***********************************
      *
           IF 受験者件数 >= 2000
             THEN
               MOVE "PRO2090" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "受験者テーブル上限超過"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 受験者件数.
           MOVE 割当受験者ID TO 表受験者ID(受験者件数).
           MOVE 割当座席番号 TO 表座席番号(受験者件数).
           MOVE "N"    TO 表解答有無(受験者件数).
           MOVE SPACES TO 表誤答列(受験者件数).
      *  教室テーブルを探し、無ければ行を起こす。
           MOVE ZERO TO 表室番(受験者件数).
           PERFORM VARYING 室番 FROM 1 BY 1
             UNTIL 室番 > 教室件数
             IF 表会場コード(室番) = 割当会場コード
                AND 表教室コード(室番) = 割当教室コード
               THEN
                 MOVE 室番 TO 表室番(受験者件数)
                 MOVE 教室件数 TO 室番
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 表室番(受験者件数) = ZERO
             THEN
               IF 教室件数 >= 200
                 THEN
                   MOVE "PRO2090" TO 発生プログラム名
                   MOVE SPACES TO 入出力状態
                   MOVE "教室テーブル上限超過"
                     TO 異常終了メッセージ
                   PERFORM 異常終了処理
                 ELSE
                   CONTINUE
               END-IF
               ADD 1 TO 教室件数
               INITIALIZE 教室エントリ(教室件数)
               MOVE 割当会場コード
                 TO 表会場コード(教室件数)
               MOVE 割当教室コード
                 TO 表教室コード(教室件数)
               MOVE 教室件数 TO 表室番(受験者件数)
             ELSE
               CONTINUE
           END-IF.
      *
       座席登録－ＥＸ.
       EXIT.
      *
      ***********************************
       解答読込               SECTION.
      ***********************************
      *
      *  台帳から対象試験回の誤答の選択肢を受験者ごとに置く。
      *  台帳は受験者ごとにまとまって届くので、直前の受験者と
      *  同じときは検索を省く。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 設問台帳ファイル.
           IF 台帳状態 NOT = "00"
             THEN
               MOVE "PRO2090" TO 発生プログラム名
               MOVE 台帳状態 TO 入出力状態
               MOVE "設問台帳のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 設問台帳ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 台帳試験回 = 対象試験回
                   THEN
                     PERFORM 解答登録
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 設問台帳ファイル.
           PERFORM VARYING 受番 FROM 1 BY 1
             UNTIL 受番 > 受験者件数
             IF 表解答有無(受番) = "N"
               THEN
                 ADD 1 TO 解答なし件数
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       解答読込－ＥＸ.
       EXIT.
      *
      ***********************************
       解答登録               SECTION.
      ***********************************
      *
           IF 該当受番 = ZERO
              OR 表受験者ID(該当受番) NOT = 台帳受験者ID
             THEN
               MOVE ZERO TO 該当受番
               PERFORM VARYING 受番 FROM 1 BY 1
                 UNTIL 受番 > 受験者件数
                 IF 表受験者ID(受番) = 台帳受験者ID
                   THEN
                     MOVE 受番 TO 該当受番
                     MOVE 受験者件数 TO 受番
                   ELSE
                     CONTINUE
                 END-IF
               END-PERFORM
             ELSE
               CONTINUE
           END-IF.
      *  座席の無い受験者の明細は照合の対象外とする。
           IF 該当受番 = ZERO
             THEN
               GO TO 解答登録－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "Y" TO 表解答有無(該当受番).
           IF 台帳設問番号 = ZERO OR 台帳設問番号 > 200
             THEN
               ADD 1 TO 範囲外件数
               GO TO 解答登録－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 台帳設問番号 > 最大設問番号
             THEN
               MOVE 台帳設問番号 TO 最大設問番号
             ELSE
               CONTINUE
           END-IF.
      *  配点に届かず選択肢のある設問を誤答とする。
           IF 台帳得点 < 台帳配点 AND 台帳解答 NOT = SPACE
             THEN
               MOVE 台帳解答 TO
                 表誤答列(該当受番)(台帳設問番号:1)
             ELSE
               CONTINUE
           END-IF.
      *
       解答登録－ＥＸ.
       EXIT.
      *
      ***********************************
       教室基準計算           SECTION.
      ***********************************
      *
      *  同じ教室で解答のある受験者の全ての組について一致数を
      *  数え、教室ごとの平均と標準偏差を基準とする。
           PERFORM VARYING 受番 FROM 1 BY 1
             UNTIL 受番 > 受験者件数
             IF 表解答有無(受番) = "Y"
               THEN
                 PERFORM 教室組集計
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           PERFORM VARYING 室番 FROM 1 BY 1
             UNTIL 室番 > 教室件数
             IF 表組数(室番) > ZERO
               THEN
                 COMPUTE 表基準平均(室番) ROUNDED =
                   表一致合計(室番) / 表組数(室番)
                 COMPUTE 分散ワーク =
                   表一致二乗合計(室番) / 表組数(室番)
                   - 表基準平均(室番)
                     * 表基準平均(室番)
                 COMPUTE 表基準偏差(室番) ROUNDED =
                   分散ワーク ** 0.5
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       教室基準計算－ＥＸ.
       EXIT.
      *
      ***********************************
       教室組集計             SECTION.
      ***********************************
      *
           MOVE 表室番(受番) TO 室番.
           PERFORM VARYING 相番 FROM 受番 BY 1
             UNTIL 相番 > 受験者件数
             IF 相番 > 受番
                AND 表室番(相番) = 室番
                AND 表解答有無(相番) = "Y"
               THEN
                 PERFORM 一致数計算
                 ADD 1 TO 表組数(室番)
                 ADD 一致数 TO 表一致合計(室番)
                 COMPUTE 表一致二乗合計(室番) =
                   表一致二乗合計(室番) + 一致数 * 一致数
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       教室組集計－ＥＸ.
       EXIT.
      *
      ***********************************
       一致数計算             SECTION.
      ***********************************
      *
      *  受番と相番の2名が同じ設問で同じ誤答を選んだ
      *  数を数える。
           MOVE ZERO TO 一致数.
           PERFORM VARYING 設問番号 FROM 1 BY 1
             UNTIL 設問番号 > 最大設問番号
             IF 表誤答列(受番)(設問番号:1) NOT = SPACE
                AND 表誤答列(受番)(設問番号:1) =
                    表誤答列(相番)(設問番号:1)
               THEN
                 ADD 1 TO 一致数
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       一致数計算－ＥＸ.
       EXIT.
      *
      ***********************************
       隣席照合               SECTION.
      ***********************************
      *
      *  同じ教室で座席番号が1つ違いの組を隣席とする。1列の
      *  座席数の指定があるときは列の端をまたぐ組を除く。
           OPEN OUTPUT 調査レポートファイル.
           MOVE SPACES TO レポート行.
           STRING "【部外秘】答案類似調査レポート"
                  " 取扱注意" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 調査レポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           MOVE しきい値 TO 編集指標.
           STRING "試験回:" DELIMITED BY SIZE
                  対象試験回 DELIMITED BY SIZE
                  " しきい値:" DELIMITED BY SIZE
                  編集指標 DELIMITED BY SIZE
                  " 最小一致数:" DELIMITED BY SIZE
                  最小一致数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 調査レポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           STRING "会場 教室 座席 受験者ID 座席 受験者ID"
                  " 一致 教室平均 指標" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 調査レポートレコード FROM レポート行.
           PERFORM VARYING 受番 FROM 1 BY 1
             UNTIL 受番 > 受験者件数
             IF 表解答有無(受番) = "Y"
               THEN
                 PERFORM 隣席検索
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       隣席照合－ＥＸ.
       EXIT.
      *
      ***********************************
       隣席検索               SECTION.
      ***********************************
      *
      *  受番の座席の右隣の受験者を探す。
           IF 列座席数 > ZERO
             THEN
               DIVIDE 表座席番号(受番) BY 列座席数
                 GIVING 列商 REMAINDER 列余り
               IF 列余り = ZERO
                 THEN
                   GO TO 隣席検索－ＥＸ
                 ELSE
                   CONTINUE
               END-IF
             ELSE
               CONTINUE
           END-IF.
           MOVE 表室番(受番) TO 室番.
           PERFORM VARYING 相番 FROM 1 BY 1
             UNTIL 相番 > 受験者件数
             IF 表室番(相番) = 室番
                AND 表座席番号(相番) =
                    表座席番号(受番) + 1
                AND 表解答有無(相番) = "Y"
               THEN
                 PERFORM 隣席判定
                 MOVE 受験者件数 TO 相番
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       隣席検索－ＥＸ.
       EXIT.
      *
      ***********************************
       隣席判定               SECTION.
      ***********************************
      *
      *  一致数を教室基準と比べ、標準偏差の何倍離れているかを
      *  指標とする。教室の一致数にばらつきが無いときは基準を
      *  超えた組を上限の指標とする。
           ADD 1 TO 隣席組数.
           PERFORM 一致数計算.
           IF 表基準偏差(室番) > ZERO
             THEN
               COMPUTE 指標 ROUNDED =
                 ( 一致数 - 表基準平均(室番) )
                 / 表基準偏差(室番)
                 ON SIZE ERROR
                   MOVE 999.9 TO 指標
               END-COMPUTE
             ELSE
               IF 一致数 > 表基準平均(室番)
                 THEN
                   MOVE 999.9 TO 指標
                 ELSE
                   MOVE ZERO TO 指標
               END-IF
           END-IF.
           IF 一致数 < 最小一致数 OR 指標 < しきい値
             THEN
               GO TO 隣席判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 該当組数.
           MOVE 表基準平均(室番) TO 編集平均.
           MOVE 指標 TO 編集指標.
           MOVE SPACES TO レポート行.
           STRING 表会場コード(室番) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  表教室コード(室番) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  表座席番号(受番) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  表受験者ID(受番) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  表座席番号(相番) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  表受験者ID(相番) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  一致数 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  編集平均 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  編集指標 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 調査レポートレコード FROM レポート行.
      *
       隣席判定－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           MOVE SPACES TO レポート行.
           STRING "隣席組数:" DELIMITED BY SIZE
                  隣席組数 DELIMITED BY SIZE
                  " 該当組数:" DELIMITED BY SIZE
                  該当組数 DELIMITED BY SIZE
                  " 解答なし受験者:" DELIMITED BY SIZE
                  解答なし件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 調査レポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           STRING "本表は調査資料であり、"
                  "得点・合否は変更しない。"
                  DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 調査レポートレコード FROM レポート行.
           CLOSE 調査レポートファイル.
           IF 範囲外件数 > ZERO
             THEN
               DISPLAY "設問番号範囲外の明細:" 範囲外件数
             ELSE
               CONTINUE
           END-IF.
           DISPLAY "隣席組数:" 隣席組数
                   " 該当組数:" 該当組数.
           DISPLAY "***PRO2090 END***".
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
