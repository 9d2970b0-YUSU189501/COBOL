       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2086.
      *  内定者の社員コード採番と入社取引の作成バッチ。内定者
      *  ファイル(NAITEI2007)の未採番の内定者について、入社予定日
      *  の所定営業日前(採番管理ファイル(SAIBAN2007)で指定、営業日
      *  はカレンダ(CALENDAR2000)によりSUB2011で求める)になったら
      *  採番管理ファイルの次番号から社員コードを採番する。人事部
      *  ファイル(JINJI2007)・総務部ファイル(SOUMU2007)・退職者
      *  アーカイブ(TAISYOKU2007ARC)・採番済の内定者で使われて
      *  いるコードはとばす。採番した内定者には入社予定日を発効日
      *  とする追加取引を未承認のまま取引ファイル(TRAN2007)へ追記
      *  し、PRO2021・PRO2047の承認の流れに乗せる。採番結果は
      *  人事向けの採番リスト(KANGEI2007)に書き出す。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  入社予定日と部署区分を持つ内定者ファイル。
           SELECT 内定者ファイル ASSIGN TO
             "/home/suzuki/DATA/NAITEI2007"
             FILE STATUS IS 内定者状態.
      *  採番結果を入れて書き直すための新内定者ファイル。
           SELECT 新内定者ファイル ASSIGN TO
             "/home/suzuki/DATA/NAITEI2007N"
             FILE STATUS IS 新内定者状態.
      *  次に採番する社員コードと採番を始める営業日数を持つ
      *  採番管理ファイル。
           SELECT 採番管理ファイル ASSIGN TO
             "/home/suzuki/DATA/SAIBAN2007"
             FILE STATUS IS 採番管理状態.
      *  利用頻度の高いファイルのため索引編成とする。
           SELECT 人事部ファイル ASSIGN TO
             "/home/suzuki/DATA/JINJI2007"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS 社員コード OF 人事部レコード
             ALTERNATE RECORD KEY IS
               氏名 OF 人事部レコード
               WITH DUPLICATES
             FILE STATUS IS 人事状態.
           SELECT 総務部ファイル ASSIGN TO
             "/home/suzuki/DATA/SOUMU2007"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS 社員コード OF 総務部レコード
             ALTERNATE RECORD KEY IS
               氏名 OF 総務部レコード
               WITH DUPLICATES
             FILE STATUS IS 総務状態.
      *  dbpro03が残す退職者アーカイブ。退職者のコードは
      *  再雇用照合に使われるため採番しない。
           SELECT 退職者アーカイブファイル ASSIGN TO
             "/home/suzuki/DATA/TAISYOKU2007ARC"
             FILE STATUS IS アーカイブ状態.
      *  追加取引を追記する取引ファイル。PRO2021が読む。
           SELECT 取引ファイル ASSIGN TO
             "/home/suzuki/DATA/TRAN2007"
             FILE STATUS IS 取引状態.
      *  人事向けの採番リスト。
           SELECT 採番リストファイル ASSIGN TO
             "/home/suzuki/DATA/KANGEI2007"
             FILE STATUS IS リスト状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  内定者ファイル.
       01  内定者レコード.
           COPY CP041.
       FD  新内定者ファイル.
       01  新内定者レコード   PIC X(116).
       FD  採番管理ファイル.
       01  採番管理レコード.
         03 次社員コード      PIC 9(5).
      *  入社予定日の何営業日前から採番するか。0は10営業日前。
         03 先行営業日数      PIC 9(2).
       FD  人事部ファイル.
       01  人事部レコード.
           COPY CP024.
       FD  総務部ファイル.
       01  総務部レコード.
           COPY CP024.
      *  dbpro03は退避レコードを51バイトで書き出すため、
      *  氏名は34バイトに切れて記録される。様式を合わせる。
       FD  退職者アーカイブファイル.
       01  アーカイブレコード.
         03 アーカイブ部署    PIC X(7).
         03 カンマ１          PIC X(1).
         03 アーカイブ社員番号 PIC 9(2).
         03 カンマ２          PIC X(1).
         03 アーカイブ社員コード PIC X(5).
         03 カンマ３          PIC X(1).
         03 アーカイブ氏名    PIC X(34).
       FD  取引ファイル.
       01  取引レコード.
           COPY CP025.
       FD  採番リストファイル.
       01  採番リストレコード PIC X(100).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 内定者状態        PIC X(2).
         03 新内定者状態      PIC X(2).
         03 採番管理状態      PIC X(2).
         03 人事状態          PIC X(2).
         03 総務状態          PIC X(2).
         03 アーカイブ状態    PIC X(2).
         03 取引状態          PIC X(2).
         03 リスト状態        PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
      *  採番の制御。採番候補は99999を超えたら採番できない。
       01  採番候補           PIC 9(6).
       01  候補コード         PIC 9(5).
       01  使用中フラグ       PIC X(1).
           88 使用中          VALUE "Y".
       01  先行日数           PIC 9(2).
       01  先行カウンタ       PIC 9(3).
      *  入社予定日から先行日数だけさかのぼった採番開始日。
       01  採番開始日         PIC 9(8).
       01  開始日算出フラグ   PIC X(1).
           88 開始日算出ＮＧ  VALUE "N".
       01  エラー理由         PIC X(40).
      *  退職者アーカイブの社員コード。
       01  アーカイブテーブルエリア.
         03 アーカイブ件数    PIC 9(3) VALUE ZERO.
         03 アーカイブ番号    PIC 9(3).
         03 アーカイブエントリ OCCURS 200 TIMES.
           05 表退職社員コード PIC X(5).
      *  採番済の内定者の社員コード。
       01  採番済テーブルエリア.
         03 採番済件数        PIC 9(3) VALUE ZERO.
         03 採番済番号        PIC 9(3).
         03 採番済エントリ    OCCURS 500 TIMES.
           05 表採番済社員コード PIC X(5).
      *  件数集計。
       01  集計エリア.
         03 内定者件数        PIC 9(5) VALUE ZERO.
         03 採番件数          PIC 9(5) VALUE ZERO.
         03 待機件数          PIC 9(5) VALUE ZERO.
         03 既採番件数        PIC 9(5) VALUE ZERO.
         03 入社済件数        PIC 9(5) VALUE ZERO.
         03 エラー件数        PIC 9(5) VALUE ZERO.
         03 とばし件数        PIC 9(5) VALUE ZERO.
       01  部署名             PIC X(9).
       01  リスト行           PIC X(100).
      *  営業日判定呼出し(SUB2011)への引き渡し情報。
       01  営業日判定情報.
           COPY CP013.
      *  排他制御呼出し(SUB9400)への引き渡し情報。人事部・
      *  総務部ファイル群の排他に使う。
       01  排他制御情報.
           COPY CP023.
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
           PERFORM アーカイブ読込.
      *
           PERFORM 採番済読込.
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
           DISPLAY "***PRO2086 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
      *  採番管理ファイルから次番号と先行営業日数を読む。
           OPEN INPUT 採番管理ファイル.
           IF 採番管理状態 NOT = "00"
             THEN
               MOVE "PRO2086" TO 発生プログラム名
               MOVE 採番管理状態 TO 入出力状態
               MOVE "採番管理ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           READ 採番管理ファイル
             AT END
               MOVE "PRO2086" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "採番管理ファイルが空です"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
           END-READ.
           CLOSE 採番管理ファイル.
           MOVE 次社員コード TO 採番候補.
           IF 採番候補 = ZERO
             THEN
               MOVE 1 TO 採番候補
             ELSE
               CONTINUE
           END-IF.
           IF 先行営業日数 = ZERO
             THEN
               MOVE 10 TO 先行日数
             ELSE
               MOVE 先行営業日数 TO 先行日数
           END-IF.
      *  使用中コードの照会の間、人事・総務ファイル群の共有
      *  ロックを取得する。
           MOVE "A" TO ロック要求区分.
           MOVE "JINJIMASTER" TO ロック資源名.
           MOVE "S" TO ロック種別.
           MOVE "PRO2086" TO ロック要求元.
           CALL "SUB9400" USING 排他制御情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "20" TO 排他結果状態
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 排他結果状態 = "10"
             THEN
               DISPLAY "ファイル群は使用中です。"
                       "保持プログラム:" ロック保持元
               STOP RUN
             ELSE
               CONTINUE
           END-IF.
           OPEN INPUT 人事部ファイル.
           OPEN INPUT 総務部ファイル.
           IF "00" = 人事状態 AND 総務状態
             THEN
               CONTINUE
             ELSE
               MOVE "PRO2086" TO 発生プログラム名
               IF 人事状態 NOT = "00"
                 THEN
                   MOVE 人事状態 TO 入出力状態
                 ELSE
                   MOVE 総務状態 TO 入出力状態
               END-IF
               MOVE "人事部/総務部オープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
           END-IF.
      *  取引ファイルは既存分に追記する。無ければ作る。
           OPEN EXTEND 取引ファイル.
           IF 取引状態 NOT = "00"
             THEN
               CLOSE 取引ファイル
               OPEN OUTPUT 取引ファイル
             ELSE
               CONTINUE
           END-IF.
           OPEN OUTPUT 採番リストファイル.
           MOVE SPACES TO リスト行.
           STRING "入社予定者 社員コード採番リスト"
                  DELIMITED BY SIZE
                  " 実行日:" DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO リスト行.
           WRITE 採番リストレコード FROM リスト行.
           MOVE SPACES TO リスト行.
           STRING "社員  部署     入社予定日"
                  DELIMITED BY SIZE
                  " 内定番号 氏名" DELIMITED BY SIZE
                  INTO リスト行.
           WRITE 採番リストレコード FROM リスト行
             AFTER 2 LINE
           END-WRITE.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       アーカイブ読込         SECTION.
      ***********************************
      *
      *  退職者アーカイブの社員コードをテーブルへ読み込む。
      *  アーカイブが無ければ照合なしで続行する。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 退職者アーカイブファイル.
           IF アーカイブ状態 NOT = "00"
             THEN
               DISPLAY "退職者アーカイブなし。"
               GO TO アーカイブ読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 退職者アーカイブファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF アーカイブ件数 < 200
                   THEN
                     ADD 1 TO アーカイブ件数
                     MOVE アーカイブ社員コード
                       TO 表退職社員コード
                          (アーカイブ件数)
                   ELSE
                     MOVE "PRO2086" TO 発生プログラム名
                     MOVE SPACES TO 入出力状態
                     MOVE "アーカイブテーブル上限超過"
                       TO 異常終了メッセージ
                     PERFORM 異常終了処理
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 退職者アーカイブファイル.
      *
       アーカイブ読込－ＥＸ.
       EXIT.
      *
      ***********************************
       採番済読込             SECTION.
      ***********************************
      *
      *  先に内定者ファイルを読み、採番済の社員コードを
      *  テーブルへ集める。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 内定者ファイル.
           IF 内定者状態 NOT = "00"
             THEN
               MOVE "PRO2086" TO 発生プログラム名
               MOVE 内定者状態 TO 入出力状態
               MOVE "内定者ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 内定者ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 採番社員コード = SPACES
                   THEN
                     CONTINUE
                   ELSE
                     PERFORM 採番済登録
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 内定者ファイル.
      *
       採番済読込－ＥＸ.
       EXIT.
      *
      ***********************************
       採番済登録             SECTION.
      ***********************************
      *
           IF 採番済件数 < 500
             THEN
               ADD 1 TO 採番済件数
               MOVE 採番社員コード
                 TO 表採番済社員コード(採番済件数)
             ELSE
               MOVE "PRO2086" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "採番済テーブル上限超過"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
           END-IF.
      *
       採番済登録－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
      *  内定者を1件ずつ判定し、新内定者ファイルへ書き写す。
      *  入社して人事部・総務部ファイルに載った採番済の
      *  内定者は書き写さずに外す。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 内定者ファイル.
           OPEN OUTPUT 新内定者ファイル.
           PERFORM UNTIL 読込終了
             READ 内定者ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 ADD 1 TO 内定者件数
                 IF 採番社員コード = SPACES
                   THEN
                     PERFORM 内定者判定
                     WRITE 新内定者レコード
                       FROM 内定者レコード
                   ELSE
                     PERFORM 入社済判定
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 内定者ファイル.
           CLOSE 新内定者ファイル.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       入社済判定             SECTION.
      ***********************************
      *
      *  採番済の内定者は、部署区分のファイルに社員コードが
      *  あれば入社済として外し、無ければ残す。
           MOVE SPACE TO 使用中フラグ.
           EVALUATE 内定部署区分
             WHEN "J"
               MOVE 採番社員コード
                 TO 社員コード OF 人事部レコード
               READ 人事部ファイル
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   SET 使用中 TO TRUE
               END-READ
             WHEN "S"
               MOVE 採番社員コード
                 TO 社員コード OF 総務部レコード
               READ 総務部ファイル
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   SET 使用中 TO TRUE
               END-READ
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF 使用中
             THEN
               ADD 1 TO 入社済件数
             ELSE
               ADD 1 TO 既採番件数
               WRITE 新内定者レコード FROM 内定者レコード
           END-IF.
      *
       入社済判定－ＥＸ.
       EXIT.
      *
      ***********************************
       内定者判定             SECTION.
      ***********************************
      *
      *  未採番の内定者を検査し、採番開始日に達していれば
      *  社員コードを採番して追加取引を作る。
           MOVE SPACES TO エラー理由.
           IF 内定部署区分 NOT = "J" AND
              内定部署区分 NOT = "S"
             THEN
               MOVE "部署区分不正" TO エラー理由
               PERFORM エラー行出力
               GO TO 内定者判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 入社予定日 = ZERO OR 内定氏名 = SPACES
             THEN
               MOVE "入社予定日・氏名の未設定"
                 TO エラー理由
               PERFORM エラー行出力
               GO TO 内定者判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM 採番開始日算出.
           IF 開始日算出ＮＧ
             THEN
               MOVE "カレンダ範囲外の入社予定日"
                 TO エラー理由
               PERFORM エラー行出力
               GO TO 内定者判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 実行日 < 採番開始日
             THEN
               ADD 1 TO 待機件数
               GO TO 内定者判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM 社員コード採番.
           MOVE 候補コード TO 採番社員コード.
           MOVE 実行日 TO 採番日.
           PERFORM 採番済登録.
           PERFORM 入社取引出力.
           PERFORM 採番行出力.
           ADD 1 TO 採番件数.
      *
       内定者判定－ＥＸ.
       EXIT.
      *
      ***********************************
       採番開始日算出         SECTION.
      ***********************************
      *
      *  入社予定日から前営業日を先行日数回たどり、採番開始日
      *  とする。カレンダに無い日付に当たったら算出できない。
           MOVE SPACE TO 開始日算出フラグ.
           MOVE 入社予定日 TO 採番開始日.
           PERFORM VARYING 先行カウンタ FROM 1 BY 1
             UNTIL 先行カウンタ > 先行日数
                OR 開始日算出ＮＧ
             MOVE 採番開始日 TO 判定対象日
             CALL "SUB2011" USING 営業日判定情報
               ON EXCEPTION
                 DISPLAY "サブルーチン呼出し失敗"
                 MOVE "20" TO 判定状態
               NOT ON EXCEPTION
                 CONTINUE
             END-CALL
             EVALUATE TRUE
               WHEN 判定状態 = "20"
                 MOVE "PRO2086" TO 発生プログラム名
                 MOVE SPACES TO 入出力状態
                 MOVE "カレンダファイルの読込エラー"
                   TO 異常終了メッセージ
                 PERFORM 異常終了処理
               WHEN 判定状態 NOT = "00" OR
                    前営業日 = ZERO
                 MOVE "N" TO 開始日算出フラグ
               WHEN OTHER
                 MOVE 前営業日 TO 採番開始日
             END-EVALUATE
           END-PERFORM.
      *
       採番開始日算出－ＥＸ.
       EXIT.
      *
      ***********************************
       社員コード採番         SECTION.
      ***********************************
      *
      *  採番候補から順に、使用中でない社員コードを探す。
           MOVE "Y" TO 使用中フラグ.
           PERFORM UNTIL NOT 使用中
             IF 採番候補 > 99999
               THEN
                 MOVE "PRO2086" TO 発生プログラム名
                 MOVE SPACES TO 入出力状態
                 MOVE "採番できる社員コードがありません"
                   TO 異常終了メッセージ
                 PERFORM 異常終了処理
               ELSE
                 CONTINUE
             END-IF
             MOVE 採番候補 TO 候補コード
             PERFORM 使用中判定
             IF 使用中
               THEN
                 ADD 1 TO とばし件数
                 DISPLAY "使用中のためとばす社員コード:"
                         候補コード
               ELSE
                 CONTINUE
             END-IF
             ADD 1 TO 採番候補
           END-PERFORM.
      *
       社員コード採番－ＥＸ.
       EXIT.
      *
      ***********************************
       使用中判定             SECTION.
      ***********************************
      *
      *  候補コードが人事部・総務部ファイル、退職者アーカイブ、
      *  採番済の内定者のいずれかで使われているかを調べる。
           MOVE SPACE TO 使用中フラグ.
           MOVE 候補コード
             TO 社員コード OF 人事部レコード.
           READ 人事部ファイル
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET 使用中 TO TRUE
           END-READ.
           IF 使用中
             THEN
               GO TO 使用中判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 候補コード
             TO 社員コード OF 総務部レコード.
           READ 総務部ファイル
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET 使用中 TO TRUE
           END-READ.
           IF 使用中
             THEN
               GO TO 使用中判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING アーカイブ番号 FROM 1 BY 1
             UNTIL アーカイブ番号 > アーカイブ件数
                OR 使用中
             IF 表退職社員コード(アーカイブ番号) =
                候補コード
               THEN
                 SET 使用中 TO TRUE
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           PERFORM VARYING 採番済番号 FROM 1 BY 1
             UNTIL 採番済番号 > 採番済件数
                OR 使用中
             IF 表採番済社員コード(採番済番号) =
                候補コード
               THEN
                 SET 使用中 TO TRUE
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       使用中判定－ＥＸ.
       EXIT.
      *
      ***********************************
       入社取引出力           SECTION.
      ***********************************
      *
      *  入社予定日を発効日とする追加取引を未承認で書き出す。
      *  起票者はこのプログラムとし、承認はPRO2047で行う。
           INITIALIZE 取引レコード.
           MOVE "A" TO 処理区分 OF 取引レコード.
           MOVE 内定部署区分
             TO 部署区分 OF 取引レコード.
           MOVE 採番社員コード
             TO 社員コード OF 取引レコード.
           MOVE 内定氏名 TO 氏名 OF 取引レコード.
           MOVE 内定フリガナ
             TO フリガナ OF 取引レコード.
           MOVE 内定生年月日
             TO 生年月日 OF 取引レコード.
           MOVE 入社予定日
             TO 入社年月日 OF 取引レコード.
           MOVE "1" TO 在籍状態区分 OF 取引レコード.
           MOVE 入社予定日 TO 発効日 OF 取引レコード.
           MOVE "PRO2086" TO 起票者 OF 取引レコード.
           MOVE SPACES TO 承認者 OF 取引レコード.
           MOVE SPACE TO 承認状態 OF 取引レコード.
           WRITE 取引レコード.
      *
       入社取引出力－ＥＸ.
       EXIT.
      *
      ***********************************
       採番行出力             SECTION.
      ***********************************
      *
           IF 内定部署区分 = "J"
             THEN
               MOVE "人事部" TO 部署名
             ELSE
               MOVE "総務部" TO 部署名
           END-IF.
           MOVE SPACES TO リスト行.
           STRING 採番社員コード DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  部署名 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  入社予定日 DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  内定番号 DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  内定氏名 DELIMITED BY SIZE
                  INTO リスト行.
           WRITE 採番リストレコード FROM リスト行.
      *
       採番行出力－ＥＸ.
       EXIT.
      *
      ***********************************
       エラー行出力           SECTION.
      ***********************************
      *
      *  採番できなかった内定者を理由とともに書き出す。
      *  内定者ファイルには未採番のまま残す。
           ADD 1 TO エラー件数.
           MOVE SPACES TO リスト行.
           STRING "採番不可 内定番号:" DELIMITED BY SIZE
                  内定番号 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  エラー理由 DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  内定氏名 DELIMITED BY SIZE
                  INTO リスト行.
           WRITE 採番リストレコード FROM リスト行.
      *
       エラー行出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           CLOSE 人事部ファイル.
           CLOSE 総務部ファイル.
           CLOSE 取引ファイル.
      *  採番結果で内定者ファイルを書き直す。
           PERFORM 内定者書き戻し.
      *  採番管理ファイルに次番号を書き戻す。
           OPEN OUTPUT 採番管理ファイル.
           MOVE 採番候補 TO 次社員コード.
           MOVE 先行日数 TO 先行営業日数.
           WRITE 採番管理レコード.
           CLOSE 採番管理ファイル.
           MOVE SPACES TO リスト行.
           STRING "採番:" DELIMITED BY SIZE
                  採番件数 DELIMITED BY SIZE
                  " 採番待ち:" DELIMITED BY SIZE
                  待機件数 DELIMITED BY SIZE
                  " 採番済:" DELIMITED BY SIZE
                  既採番件数 DELIMITED BY SIZE
                  " 入社済:" DELIMITED BY SIZE
                  入社済件数 DELIMITED BY SIZE
                  " 採番不可:" DELIMITED BY SIZE
                  エラー件数 DELIMITED BY SIZE
                  INTO リスト行.
           WRITE 採番リストレコード FROM リスト行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO リスト行.
           STRING "使用中でとばしたコード:" DELIMITED BY SIZE
                  とばし件数 DELIMITED BY SIZE
                  " 次の社員コード:" DELIMITED BY SIZE
                  次社員コード DELIMITED BY SIZE
                  " 先行営業日数:" DELIMITED BY SIZE
                  先行日数 DELIMITED BY SIZE
                  INTO リスト行.
           WRITE 採番リストレコード FROM リスト行.
           CLOSE 採番リストファイル.
      *  取得したロックを解放する。
           PERFORM ロック解放.
           DISPLAY "内定者:" 内定者件数
                   " 採番:" 採番件数
                   " 採番待ち:" 待機件数
                   " 採番不可:" エラー件数.
      *
           DISPLAY "***PRO2086 END***".
      *
       終了処理－ＥＸ.
       EXIT.
      *
      ***********************************
       内定者書き戻し         SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 新内定者ファイル.
           OPEN OUTPUT 内定者ファイル.
           PERFORM UNTIL 読込終了
             READ 新内定者ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 MOVE 新内定者レコード TO 内定者レコード
                 WRITE 内定者レコード
             END-READ
           END-PERFORM.
           CLOSE 新内定者ファイル.
           CLOSE 内定者ファイル.
      *
       内定者書き戻し－ＥＸ.
       EXIT.
      *
      ***********************************
       ロック解放             SECTION.
      ***********************************
      *
      *  取得したロックを解放する。未取得なら何もしない。
           MOVE "R" TO ロック要求区分.
           MOVE "JINJIMASTER" TO ロック資源名.
           MOVE "PRO2086" TO ロック要求元.
           CALL "SUB9400" USING 排他制御情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
      *
       ロック解放－ＥＸ.
       EXIT.
      *
      ***********************************
       異常終了処理           SECTION.
      ***********************************
      *
      *  保持中のロックを残さないよう先に解放する。
           PERFORM ロック解放.
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
