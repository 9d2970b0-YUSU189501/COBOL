           SELECT 予算ファイル ASSIGN TO
             "/home/suzuki/DATA/YOSAN2010"
             FILE STATUS IS 予算状態.
      *  日付・通貨別の為替レートマスタ。外貨建ての明細を取り
      *  込み時に円へ換算する。
           SELECT 為替レートファイル ASSIGN TO
             "/home/suzuki/DATA/KAWASE2010"
             FILE STATUS IS 為替レート状態.
      *  台帳訂正履歴。再実行による訂正・削除、返品、期間調整
      *  の振替ごとに元の明細と訂正後の明細を追記する。
           SELECT 訂正履歴ファイル ASSIGN TO
             "/home/suzuki/DATA/TEISEI2010"
             FILE STATUS IS 訂正履歴状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  領収書ファイル.
           05 予算年月        PIC 9(06).
           05 予算区分コード  PIC X(02).
           05 予算額          PIC 9(10).
       FD  為替レートファイル.
       01  為替レートレコード.
           05 レート日付      PIC 9(08).
           05 レート通貨      PIC X(03).
      *  外貨1単位あたりの円。
           05 レート値        PIC 9(04)V9(04).
       FD  退避ファイル.
       01  退避レコード       PIC X(157).
       FD  訂正履歴ファイル.
       01  訂正履歴レコード.
           COPY CP062.
       FD  再実行制御ファイル.
       01  再実行制御レコード.
           05 再実行許可      PIC X(1).
       01  トレーラ金額       PIC 9(10).
       01  符号付き金額       PIC S9(11).
       01  負数フラグ         PIC X(1).
      *  為替レートのテーブルと外貨換算のワーク。明細の日付
      *  以前で最も新しい同じ通貨のレートを使う。
       01  為替レート状態     PIC X(02).
       01  レートテーブルエリア.
           05 レート件数      PIC 9(04) VALUE ZERO.
           05 レート番号      PIC 9(04).
           05 該当レート番号  PIC 9(04).
           05 レートエントリ  OCCURS 2000 TIMES.
              10 表レート日付   PIC 9(08).
              10 表レート通貨   PIC X(03).
              10 表レート値     PIC 9(04)V9(04).
       01  外貨件数           PIC 9(05) VALUE ZERO.
       01  換算不能件数       PIC 9(05) VALUE ZERO.
      *  再実行前の台帳明細(証憑番号のあるもの)のテーブル。
      *  今回の明細と証憑番号で突き合わせ、内容が変わったもの
      *  は訂正、今回現れなかったものは削除として履歴に残す。
       01  訂正履歴状態       PIC X(02).
       01  旧明細テーブルエリア.
           05 旧明細件数      PIC 9(04) VALUE ZERO.
           05 旧明細番号      PIC 9(04).
           05 該当旧明細番号  PIC 9(04).
           05 旧明細エントリ  OCCURS 3000 TIMES.
              10 表旧明細       PIC X(157).
              10 表旧出現       PIC X(01).
       01  旧明細作業.
           COPY CP014.
       01  訂正件数           PIC 9(05) VALUE ZERO.
       01  削除件数           PIC 9(05) VALUE ZERO.
       01  訂正履歴件数       PIC 9(05) VALUE ZERO.
       PROCEDURE              DIVISION.
       開始                   SECTION.
       初期処理.
           PERFORM 区分マスタ読込.
      *  予算ファイルを読み込む。無ければアラートなし。
           PERFORM 予算読込.
      *  為替レートマスタを読み込む。
           PERFORM 為替レート読込.
      *  締め済み年月を読み込み、前回退避した調整保留分を
      *  当期の日付で台帳へ振り替える。
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           PERFORM 締め年月読込.
      *  訂正履歴は追記する。無ければ新たに作る。
           OPEN EXTEND 訂正履歴ファイル.
           IF 訂正履歴状態 NOT = "00"
             THEN
               CLOSE 訂正履歴ファイル
               OPEN OUTPUT 訂正履歴ファイル
             ELSE
               CONTINUE
           END-IF.
           OPEN OUTPUT 調整保留新ファイル.
           PERFORM 調整反映.
       データ作成処理.
               MOVE CORR 入力レコード TO 領収書レコード
               MOVE ZERO
                 TO 調整元年月 OF 領収書レコード
      *  外貨建ての明細は明細の日付のレートで値段を換算する。
               MOVE ZERO
                 TO 換算レート OF 領収書レコード
               IF 通貨コード OF 領収書レコード = SPACES
                  OR 通貨コード OF 領収書レコード = "JPY"
                 THEN
                   CONTINUE
                 ELSE
                   PERFORM 外貨換算
               END-IF
      *  締め済み期間の明細は台帳へ書かず調整保留へ退避する。
               PERFORM 締め判定
               IF 締め済
             ELSE
               CONTINUE
           END-IF.
           IF 外貨件数 > ZERO
             THEN
               DISPLAY "外貨換算件数:" 外貨件数
                       " レートなし:" 換算不能件数
             ELSE
               CONTINUE
           END-IF.
           PERFORM 削除履歴出力.
           CLOSE 訂正履歴ファイル.
           IF 訂正履歴件数 > ZERO
             THEN
               DISPLAY "訂正履歴件数:" 訂正履歴件数
                       " 訂正:" 訂正件数
                       " 削除:" 削除件数
             ELSE
               CONTINUE
           END-IF.
           PERFORM 集計トレーラ出力処理.
      *  予算超過区分の一覧を実行サマリに出す。
           PERFORM 予算超過サマリ.
                 WRITE 退避レコード
                   FROM 領収書レコード
                 ADD 1 TO 退避件数
                 PERFORM 旧明細登録
             END-READ
           END-PERFORM.
           CLOSE 退避ファイル.
           CLOSE 領収書ファイル.
           DISPLAY "再実行退避:" 退避名
                   " 件数:" 退避件数.
       旧明細登録.
      *  証憑番号のある明細を訂正の突き合わせ用に覚えておく。
           IF 区分コード OF 領収書レコード = "99"
              OR 証憑番号 OF 領収書レコード = SPACES
             THEN
               CONTINUE
             ELSE
               IF 旧明細件数 < 3000
                 THEN
                   ADD 1 TO 旧明細件数
                   MOVE 領収書レコード
                     TO 表旧明細(旧明細件数)
                   MOVE "N" TO 表旧出現(旧明細件数)
                 ELSE
                   DISPLAY "旧明細テーブル上限超過:"
                           証憑番号 OF 領収書レコード
               END-IF
           END-IF.
       締め年月読込.
      *  締め制御ファイルの締め済み年月をテーブルに読み込む。
           OPEN INPUT 締め制御ファイル.
                       TO 日付 OF 領収書レコード
                     PERFORM 書き込み処理
                     ADD 1 TO 調整反映件数
                     PERFORM 調整履歴出力
                 END-READ
               END-PERFORM
               CLOSE 調整保留ファイル
             - 税抜金額 OF 領収書レコード.
           WRITE 領収書レコード
           END-WRITE.
           PERFORM 訂正履歴判定.
      *  返品(取引区分"2")は小計・合計から差し引く。
           IF 該当区分番号 = ZERO
             THEN
      *  区分はその場で警告する。
           PERFORM 予算消化判定
             THRU 予算消化判定終わり.
       訂正履歴判定.
      *  再実行前にあった証憑番号の明細で内容が変わったものは
      *  訂正として、新たに計上した返品は返品として履歴に残す。
           MOVE ZERO TO 該当旧明細番号.
           IF 証憑番号 OF 領収書レコード NOT = SPACES
             THEN
               PERFORM VARYING 旧明細番号 FROM 1 BY 1
                 UNTIL 旧明細番号 > 旧明細件数
                 MOVE 表旧明細(旧明細番号) TO 旧明細作業
                 IF 証憑番号 OF 旧明細作業 =
                    証憑番号 OF 領収書レコード
                    AND 表旧出現(旧明細番号) = "N"
                   THEN
                     MOVE 旧明細番号 TO 該当旧明細番号
                     MOVE 旧明細件数 TO 旧明細番号
                   ELSE
                     CONTINUE
                 END-IF
               END-PERFORM
             ELSE
               CONTINUE
           END-IF.
           IF 該当旧明細番号 NOT = ZERO
             THEN
               MOVE "Y" TO 表旧出現(該当旧明細番号)
               IF 表旧明細(該当旧明細番号) NOT =
                  領収書レコード
                 THEN
                   INITIALIZE 訂正履歴レコード
                   MOVE 実行日 TO 訂正日
                   MOVE "C" TO 訂正区分
                   MOVE 証憑番号 OF 領収書レコード
                     TO 訂正証憑番号
                   MOVE 表旧明細(該当旧明細番号)
                     TO 訂正前明細
                   MOVE 領収書レコード TO 訂正後明細
                   WRITE 訂正履歴レコード
                   ADD 1 TO 訂正件数
                   ADD 1 TO 訂正履歴件数
                 ELSE
                   CONTINUE
               END-IF
             ELSE
               IF 取引区分 OF 領収書レコード = "2"
                 THEN
                   INITIALIZE 訂正履歴レコード
                   MOVE 実行日 TO 訂正日
                   MOVE "R" TO 訂正区分
                   MOVE 証憑番号 OF 領収書レコード
                     TO 訂正証憑番号
                   MOVE SPACES TO 訂正前明細
                   MOVE 領収書レコード TO 訂正後明細
                   WRITE 訂正履歴レコード
                   ADD 1 TO 訂正履歴件数
                 ELSE
                   CONTINUE
               END-IF
           END-IF.
       調整履歴出力.
      *  期間調整で振り替えた明細は、保留していた元の明細と
      *  振替後の明細を履歴に残す。
           INITIALIZE 訂正履歴レコード.
           MOVE 実行日 TO 訂正日.
           MOVE "A" TO 訂正区分.
           MOVE 証憑番号 OF 領収書レコード
             TO 訂正証憑番号.
           MOVE 調整保留レコード TO 訂正前明細.
           MOVE 領収書レコード TO 訂正後明細.
           WRITE 訂正履歴レコード.
           ADD 1 TO 訂正履歴件数.
       削除履歴出力.
      *  再実行前にあり今回現れなかった明細を削除として残す。
           PERFORM VARYING 旧明細番号 FROM 1 BY 1
             UNTIL 旧明細番号 > 旧明細件数
             IF 表旧出現(旧明細番号) = "N"
               THEN
                 INITIALIZE 訂正履歴レコード
                 MOVE 実行日 TO 訂正日
                 MOVE "D" TO 訂正区分
                 MOVE 表旧明細(旧明細番号) TO 旧明細作業
                 MOVE 証憑番号 OF 旧明細作業
                   TO 訂正証憑番号
                 MOVE 表旧明細(旧明細番号) TO 訂正前明細
                 MOVE SPACES TO 訂正後明細
                 WRITE 訂正履歴レコード
                 ADD 1 TO 削除件数
                 ADD 1 TO 訂正履歴件数
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
       区分マスタ読込.
      *  区分マスタを表示順も含めてテーブルへ読み込む。
      *  マスタが無ければ区分別小計は不明区分に集まる。
               END-PERFORM
               CLOSE 予算ファイル
           END-IF.
       為替レート読込.
      *  為替レートマスタをテーブルへ読み込む。無い場合は
      *  外貨建ての明細を入力の値段のまま計上する。
           OPEN INPUT 為替レートファイル.
           IF 為替レート状態 NOT = "00"
             THEN
               CONTINUE
             ELSE
               PERFORM UNTIL 為替レート状態 NOT = "00"
                 READ 為替レートファイル
                   AT END
                     CONTINUE
                   NOT AT END
                     IF レート件数 < 2000
                       THEN
                         ADD 1 TO レート件数
                         MOVE レート日付
                           TO 表レート日付(レート件数)
                         MOVE レート通貨
                           TO 表レート通貨(レート件数)
                         MOVE レート値
                           TO 表レート値(レート件数)
                       ELSE
                         DISPLAY "レートテーブル上限超過。"
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 為替レートファイル
           END-IF.
       外貨換算.
      *  明細の日付以前で最も新しい同じ通貨のレートを探し、
      *  外貨金額に掛けて値段(円)とする。休日などでその日の
      *  レートが無い場合は直前の営業日のレートを使う。
      *  レートが無い明細は入力の値段のまま計上し報告する。
           ADD 1 TO 外貨件数.
           MOVE ZERO TO 該当レート番号.
           PERFORM VARYING レート番号 FROM 1 BY 1
             UNTIL レート番号 > レート件数
             IF 表レート通貨(レート番号) =
                通貨コード OF 領収書レコード
                AND 表レート日付(レート番号) <=
                    日付 OF 領収書レコード
               THEN
                 IF 該当レート番号 = ZERO
                   THEN
                     MOVE レート番号 TO 該当レート番号
                   ELSE
                     IF 表レート日付(レート番号) >
                        表レート日付(該当レート番号)
                       THEN
                         MOVE レート番号
                           TO 該当レート番号
                       ELSE
                         CONTINUE
                     END-IF
                 END-IF
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当レート番号 = ZERO
             THEN
               ADD 1 TO 換算不能件数
               DISPLAY "為替レートなし 通貨:"
                       通貨コード OF 領収書レコード
                       " 日付:" 日付 OF 領収書レコード
             ELSE
               MOVE 表レート値(該当レート番号)
                 TO 換算レート OF 領収書レコード
               COMPUTE 値段 OF 領収書レコード ROUNDED =
                 外貨金額 OF 領収書レコード
                 * 換算レート OF 領収書レコード
           END-IF.
       予算消化判定.
      *  明細の年月・区分コードの予算へ累計を積み、消化率が
      *  80%・100%を越えた時点で各1回警告する。
