      *  合格者結果ファイル(SHIKENKEKKAFINAL)と突き合わせて
      *  合否を判定し、受験者1名につき1通の合格通知書を
      *  印刷用ファイルへ書き出す。最後に作成通数をまとめた
      *  集計ページを付ける。住所マスタでメール希望の受験者は
      *  印刷せず、同じ文面をメール送信ファイル(MAILSOUSIN2006)
      *  へ書き出してメールゲートウェイへ渡す。配信不能で郵送
      *  切替(KAMIKIRIKAE2006)に載った受験者は郵送とする。実行
      *  区分(TSUCHIMODE2006)がFの日は郵送切替の未処理分だけを
      *  印刷する。集計ページには郵送とメールの通数を分けて示す。
      *  郵送した1通ごとに発送台帳(HASSO2010)へ登録し、不着で
      *  住所不審となっている受験者は発送担当へ報告する。
      *  宛名面を作る前に郵便番号辞書(YUBIN2010)で住所を検査
      *  し、一致しない宛先も辞書の住所とともに報告する。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT 宛名ファイル ASSIGN TO
             "/home/suzuki/DATA/ATENA2006"
             FILE STATUS IS 宛名状態.
      *  メールゲートウェイへ渡すメール送信ファイル。
           SELECT メール送信ファイル ASSIGN TO
             "/home/suzuki/DATA/MAILSOUSIN2006"
             FILE STATUS IS メール状態.
      *  配信不能で郵送へ戻す受験者の一覧。PRO2093が追記する。
           SELECT 郵送切替ファイル ASSIGN TO
             "/home/suzuki/DATA/KAMIKIRIKAE2006"
             FILE STATUS IS 切替状態.
      *  実行区分の指定。無ければ通常の発行とする。
           SELECT 実行区分ファイル ASSIGN TO
             "/home/suzuki/DATA/TSUCHIMODE2006"
             FILE STATUS IS 区分状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  試験結果ファイル.
         03 宛名受験者ID      PIC X(06).
         03 宛名受験者名      PIC X(20).
         03 宛名住所          PIC X(60).
      *  送信区分 H:宛先と件名 B:本文1行。1通はH1件と本文の
      *  B複数件で、行番号は1通の中の通し番号。
       FD  メール送信ファイル.
       01  メール送信レコード.
         03 送信区分          PIC X(01).
         03 送信受験者ID      PIC X(06).
         03 送信試験回        PIC 9(02).
         03 送信行番号        PIC 9(03).
         03 送信内容          PIC X(130).
         03 送信宛先内容 REDEFINES 送信内容.
           05 送信アドレス    PIC X(60).
           05 送信件名        PIC X(70).
      *  処理済区分 空白:未処理 Y:郵送で発行済。
       FD  郵送切替ファイル.
       01  郵送切替レコード.
         03 切替試験回        PIC 9(02).
         03 切替受験者ID      PIC X(06).
         03 切替登録日        PIC 9(08).
         03 切替処理済区分    PIC X(01).
         03 切替処理日        PIC 9(08).
      *  実行区分 F:郵送切替分だけを印刷する 空白:通常発行。
       FD  実行区分ファイル.
       01  実行区分レコード.
         03 指定実行区分      PIC X(01).
       WORKING-STORAGE        SECTION.
       01  状態.
           05 結果状態        PIC X(2).
           05 住所状態        PIC X(2).
           05 宛名作業状態    PIC X(2).
           05 宛名状態        PIC X(2).
           05 メール状態      PIC X(2).
           05 切替状態        PIC X(2).
           05 区分状態        PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
      *  合格者の試験回・受験者IDのテーブル。
           05 合格通数        PIC 9(5) VALUE ZERO.
           05 不合格通数      PIC 9(5) VALUE ZERO.
           05 欠席除外数      PIC 9(5) VALUE ZERO.
           05 郵送通数        PIC 9(5) VALUE ZERO.
           05 メール通数      PIC 9(5) VALUE ZERO.
           05 切替発行数      PIC 9(5) VALUE ZERO.
       01  通知行             PIC X(70).
      *  1通分の文面。郵送もメールも同じ文面から作る。改行数
      *  ゼロは改ページ(メールでは先頭行)とする。
       01  文面エリア.
           05 文面行数        PIC 9(2).
           05 文面番号        PIC 9(2).
           05 文面エントリ    OCCURS 10 TIMES.
              10 文面改行数     PIC 9(1).
              10 文面行         PIC X(70).
      *  実行区分と、この受験者の通知方法。
       01  実行区分           PIC X(1) VALUE SPACE.
           88 切替分発行      VALUE "F".
       01  通知方法           PIC X(1).
           88 メール通知      VALUE "M".
           88 郵送通知        VALUE "P".
           88 通知対象外      VALUE "N".
      *  郵送切替の一覧。処理済も含めて持ち、最後に書き戻す。
       01  切替テーブルエリア.
           05 切替件数        PIC 9(4) VALUE ZERO.
           05 切替番号        PIC 9(4).
           05 該当切替番号    PIC 9(4).
           05 切替エントリ    OCCURS 1000 TIMES.
              10 表切替試験回   PIC 9(02).
              10 表切替受験者ID PIC X(06).
              10 表切替登録日   PIC 9(08).
              10 表切替処理済   PIC X(01).
              10 表切替処理日   PIC 9(08).
      *  通知書の発行日(実行日)と和暦に編集した文字列。
       01  実行日             PIC 9(8).
       01  発行日和暦         PIC X(48).
      *  和暦書式編集呼出し(SUB2017)への引き渡し情報。
       01  和暦書式情報.
           COPY CP043.
      *  住所マスタの読み込みテーブル。受験者ID(対象区分J)の
      *  行だけを持つ。
       01  住所テーブルエリア.
              10 表対象コード   PIC X(06).
              10 表郵便番号     PIC X(07).
              10 表住所         PIC X(60).
              10 表メール希望   PIC X(01).
              10 表メールアドレス PIC X(60).
      *  宛名面の作成件数と住所未登録の件数。
       01  宛名件数           PIC 9(5) VALUE ZERO.
       01  住所未登録数       PIC 9(5) VALUE ZERO.
       01  住所不審数         PIC 9(5) VALUE ZERO.
      *  郵便番号辞書との住所検査で一致しなかった件数と検査
      *  できなかった件数。
       01  住所不一致数       PIC 9(5) VALUE ZERO.
       01  住所検査不可数     PIC 9(5) VALUE ZERO.
      *  住所検査呼出し(SUB2024)への引き渡し情報。
       01  住所検査情報.
           COPY CP087.
      *  発送登録呼出し(SUB2023)への引き渡し情報。
       01  発送登録情報.
           COPY CP083.
      *  異常終了ログ呼出し(SUB9000)への引き渡し情報。
       01  異常終了情報.
           COPY CP010.
      ***********************************
      *
           DISPLAY "***PRO2029 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
      *  通知書の発行日を和暦で編集しておく。
           MOVE 実行日 TO 書式西暦年月日.
           PERFORM 和暦日付編集.
           MOVE 書式和暦日付 TO 発行日和暦.
      *  住所マスタをテーブルへ読み込む。
           PERFORM 住所マスタ読込.
      *  実行区分と郵送切替の一覧を読み込む。
           PERFORM 郵送切替読込.
      *  合格者の一覧をテーブルへ読み込む。
           OPEN INPUT 合格者結果ファイル.
           IF 合格状態 NOT = "00"
           END-IF.
           OPEN OUTPUT 通知ファイル.
           OPEN OUTPUT 宛名作業ファイル.
           OPEN OUTPUT メール送信ファイル.
      *
       初期処理－ＥＸ.
       EXIT.
                           TO 表郵便番号(住所件数)
                         MOVE 住所
                           TO 表住所(住所件数)
                         MOVE メール希望区分
                           TO 表メール希望(住所件数)
                         MOVE メールアドレス
                           TO 表メールアドレス(住所件数)
                       ELSE
                         CONTINUE
                     END-IF
                   THEN
                     ADD 1 TO 欠席除外数
                   ELSE
                     PERFORM 通知方法判定
                     IF 通知対象外
                       THEN
                         CONTINUE
                       ELSE
                         PERFORM 合否判定
                         PERFORM 通知書出力
                     END-IF
                 END-IF
             END-READ
           END-PERFORM.
       合否判定－ＥＸ.
       EXIT.
      *
      ***********************************
       郵送切替読込           SECTION.
      ***********************************
      *
      *  実行区分を読み、郵送切替の一覧をテーブルへ読み込む。
           OPEN INPUT 実行区分ファイル.
           IF 区分状態 = "00"
             THEN
               READ 実行区分ファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE 指定実行区分 TO 実行区分
               END-READ
               CLOSE 実行区分ファイル
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 郵送切替ファイル.
           IF 切替状態 NOT = "00"
             THEN
               MOVE "0" TO 終了ステータス
               GO TO 郵送切替読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 郵送切替ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 切替件数 < 1000
                   THEN
                     ADD 1 TO 切替件数
                     MOVE 切替試験回
                       TO 表切替試験回(切替件数)
                     MOVE 切替受験者ID
                       TO 表切替受験者ID(切替件数)
                     MOVE 切替登録日
                       TO 表切替登録日(切替件数)
                     MOVE 切替処理済区分
                       TO 表切替処理済(切替件数)
                     MOVE 切替処理日
                       TO 表切替処理日(切替件数)
                   ELSE
                     MOVE "PRO2029" TO 発生プログラム名
                     MOVE SPACES TO 入出力状態
                     MOVE "郵送切替テーブル上限超過"
                       TO 異常終了メッセージ
                     PERFORM 異常終了処理
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 郵送切替ファイル.
           MOVE "0" TO 終了ステータス.
      *
       郵送切替読込－ＥＸ.
       EXIT.
      *
      ***********************************
       通知方法判定           SECTION.
      ***********************************
      *
      *  郵送切替の未処理分に載っていれば郵送とし、処理済に
      *  する。切替分だけを発行する日はそれ以外を対象外とする。
      *  通常の日はメール希望でアドレスのある受験者をメール、
      *  それ以外を郵送とする。
           MOVE ZERO TO 該当切替番号.
           PERFORM VARYING 切替番号 FROM 1 BY 1
             UNTIL 切替番号 > 切替件数
             IF 表切替試験回(切替番号) =
                試験回 OF 試験結果レコード
                AND 表切替受験者ID(切替番号) =
                    受験者ID OF 試験結果レコード
                AND 表切替処理済(切替番号) = SPACE
               THEN
                 MOVE 切替番号 TO 該当切替番号
                 MOVE 切替件数 TO 切替番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当切替番号 > ZERO
             THEN
               SET 郵送通知 TO TRUE
               MOVE "Y" TO 表切替処理済(該当切替番号)
               MOVE 実行日 TO 表切替処理日(該当切替番号)
               ADD 1 TO 切替発行数
               GO TO 通知方法判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 切替分発行
             THEN
               SET 通知対象外 TO TRUE
               GO TO 通知方法判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           SET 郵送通知 TO TRUE.
           MOVE ZERO TO 該当住所番号.
           PERFORM VARYING 住所番号 FROM 1 BY 1
             UNTIL 住所番号 > 住所件数
             IF 表対象コード(住所番号) =
                受験者ID OF 試験結果レコード
               THEN
                 MOVE 住所番号 TO 該当住所番号
                 MOVE 住所件数 TO 住所番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当住所番号 > ZERO
             THEN
               IF 表メール希望(該当住所番号) = "Y"
                  AND 表メールアドレス(該当住所番号)
                      NOT = SPACES
                 THEN
                   SET メール通知 TO TRUE
                 ELSE
                   CONTINUE
               END-IF
             ELSE
               CONTINUE
           END-IF.
      *
       通知方法判定－ＥＸ.
       EXIT.
      *
      ***********************************
       通知書出力             SECTION.
      ***********************************
      *
      *  受験者1名分の文面を組み立て、通知方法に従って印刷用
      *  ファイルかメール送信ファイルへ書き出す。
           MOVE ZERO TO 文面行数.
           MOVE SPACES TO 通知行.
           MOVE "合格通知書" TO 通知行.
           MOVE ZERO TO 文面改行数(文面行数 + 1).
           PERFORM 文面行追加.
      *  発行日を右寄りに載せる。
           MOVE SPACES TO 通知行.
           MOVE 発行日和暦 TO 通知行(31:40).
           MOVE 1 TO 文面改行数(文面行数 + 1).
           PERFORM 文面行追加.
           MOVE SPACES TO 通知行.
           STRING "受験者名:" DELIMITED BY SIZE
                  受験者名 OF 試験結果レコード
                  DELIMITED BY SIZE
                  INTO 通知行.
           MOVE 2 TO 文面改行数(文面行数 + 1).
           PERFORM 文面行追加.
           MOVE SPACES TO 通知行.
           STRING "受験者ID:" DELIMITED BY SIZE
                  受験者ID OF 試験結果レコード
                  試験回 OF 試験結果レコード
                  DELIMITED BY SIZE
                  INTO 通知行.
           MOVE 1 TO 文面改行数(文面行数 + 1).
           PERFORM 文面行追加.
           MOVE SPACES TO 通知行.
           STRING "午前:" DELIMITED BY SIZE
                  午前 OF 試験結果レコード
                  論述 OF 試験結果レコード
                  DELIMITED BY SIZE
                  INTO 通知行.
           MOVE 1 TO 文面改行数(文面行数 + 1).
           PERFORM 文面行追加.
           MOVE SPACES TO 通知行.
           STRING "平均点:" DELIMITED BY SIZE
                  平均点 OF 試験結果レコード
                  DELIMITED BY SIZE
                  INTO 通知行.
           MOVE 1 TO 文面改行数(文面行数 + 1).
           PERFORM 文面行追加.
           MOVE SPACES TO 通知行.
           IF 合格
             THEN
                 TO 通知行
               ADD 1 TO 不合格通数
           END-IF.
           MOVE 2 TO 文面改行数(文面行数 + 1).
           PERFORM 文面行追加.
           ADD 1 TO 作成通数.
           IF メール通知
             THEN
               PERFORM メール出力
             ELSE
               PERFORM 郵送出力
           END-IF.
      *
       通知書出力－ＥＸ.
       EXIT.
      *
      ***********************************
       文面行追加             SECTION.
      ***********************************
      *
           ADD 1 TO 文面行数.
           MOVE 通知行 TO 文面行(文面行数).
      *
       文面行追加－ＥＸ.
       EXIT.
      *
      ***********************************
       郵送出力               SECTION.
      ***********************************
      *
      *  文面を印刷用ファイルへ書き出す。改ページで区切る。
           PERFORM VARYING 文面番号 FROM 1 BY 1
             UNTIL 文面番号 > 文面行数
             IF 文面改行数(文面番号) = ZERO
               THEN
                 WRITE 通知レコード FROM 文面行(文面番号)
                   AFTER PAGE
                 END-WRITE
               ELSE
                 WRITE 通知レコード FROM 文面行(文面番号)
                   AFTER 文面改行数(文面番号) LINE
                 END-WRITE
             END-IF
           END-PERFORM.
           ADD 1 TO 郵送通数.
      *  発送用の宛名面を作る。
           PERFORM 宛名作業出力.
      *
       郵送出力－ＥＸ.
       EXIT.
      *
      ***********************************
       メール出力             SECTION.
      ***********************************
      *
      *  宛先と件名の行に続けて文面を本文行として書き出す。
      *  改行数2の行の前には空行を入れる。
           MOVE "H" TO 送信区分.
           MOVE 受験者ID OF 試験結果レコード
             TO 送信受験者ID.
           MOVE 試験回 OF 試験結果レコード
             TO 送信試験回.
           MOVE ZERO TO 送信行番号.
           MOVE SPACES TO 送信内容.
           MOVE 表メールアドレス(該当住所番号)
             TO 送信アドレス.
           STRING "試験結果のお知らせ(試験回:"
                  DELIMITED BY SIZE
                  試験回 OF 試験結果レコード
                  DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO 送信件名.
           WRITE メール送信レコード.
           MOVE "B" TO 送信区分.
           PERFORM VARYING 文面番号 FROM 1 BY 1
             UNTIL 文面番号 > 文面行数
             IF 文面改行数(文面番号) > 1
               THEN
                 ADD 1 TO 送信行番号
                 MOVE SPACES TO 送信内容
                 WRITE メール送信レコード
               ELSE
                 CONTINUE
             END-IF
             ADD 1 TO 送信行番号
             MOVE 文面行(文面番号) TO 送信内容
             WRITE メール送信レコード
           END-PERFORM.
           ADD 1 TO メール通数.
      *
       メール出力－ＥＸ.
       EXIT.
      *
      ***********************************
                 TO 作業受験者名
               MOVE 表住所(該当住所番号)
                 TO 作業住所
               PERFORM 住所事前検査
               WRITE 宛名作業レコード
               ADD 1 TO 宛名件数
               PERFORM 発送登録
           END-IF.
      *
       宛名作業出力－ＥＸ.
       EXIT.
      *
      ***********************************
       発送登録               SECTION.
      ***********************************
      *
      *  宛名面を作った1通を発送台帳へ登録する。
           MOVE SPACES TO 発送登録情報.
           MOVE "R"  TO 発送要求区分.
           MOVE "GT" TO 登録文書区分.
           MOVE "J"  TO 登録対象区分.
           MOVE 受験者ID OF 試験結果レコード
             TO 登録対象コード.
           MOVE 受験者名 OF 試験結果レコード
             TO 登録宛名.
           MOVE 表郵便番号(該当住所番号)
             TO 登録郵便番号.
           MOVE 表住所(該当住所番号) TO 登録住所.
           MOVE "PRO2029" TO 登録プログラム.
           CALL "SUB2023" USING 発送登録情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           EVALUATE 発送登録状態
             WHEN "20"
               ADD 1 TO 住所不審数
               DISPLAY "住所不審 受験者ID:"
                       受験者ID OF 試験結果レコード
             WHEN "30"
               DISPLAY "発送台帳の書き込み不可 受験者ID:"
                       受験者ID OF 試験結果レコード
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
       発送登録－ＥＸ.
       EXIT.
      *
      ***********************************
       住所事前検査           SECTION.
      ***********************************
      *
      *  印刷の前に郵便番号と住所を郵便番号辞書で検査し、
      *  一致しない宛先を辞書の住所とともに発送担当へ報告する。
           MOVE SPACES TO 住所検査情報.
           MOVE "C" TO 検査要求区分.
           MOVE 表郵便番号(該当住所番号)
             TO 検査郵便番号.
           MOVE 表住所(該当住所番号) TO 検査住所.
           CALL "SUB2024" USING 住所検査情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "90" TO 検査結果
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           EVALUATE 検査結果
             WHEN "00"
               CONTINUE
             WHEN "90"
               ADD 1 TO 住所検査不可数
             WHEN OTHER
               ADD 1 TO 住所不一致数
               DISPLAY "住所検査不一致 受験者ID:"
                       受験者ID OF 試験結果レコード
                       " 結果:" 検査結果
               IF 推奨住所 NOT = SPACES
                 THEN
                   DISPLAY "  辞書の住所:" 推奨住所
                 ELSE
                   CONTINUE
               END-IF
           END-EVALUATE.
      *
       住所事前検査－ＥＸ.
       EXIT.
      *
      ***********************************
       和暦日付編集           SECTION.
      ***********************************
      *
      *  証書・通知書に載せる日付を漢数字の和暦に編集する。
      *  元号が引けないときは西暦8桁のまま載せる。
           MOVE "K" TO 書式区分.
           CALL "SUB2017" USING 和暦書式情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "20" TO 書式状態
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 書式状態 NOT = "00"
             THEN
               MOVE 書式西暦年月日 TO 書式和暦日付
             ELSE
               CONTINUE
           END-IF.
      *
       和暦日付編集－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
           WRITE 通知レコード FROM 通知行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 通知行.
           STRING "郵送:" DELIMITED BY SIZE
                  郵送通数 DELIMITED BY SIZE
                  " メール:" DELIMITED BY SIZE
                  メール通数 DELIMITED BY SIZE
                  " うち配信不能分:" DELIMITED BY SIZE
                  切替発行数 DELIMITED BY SIZE
                  INTO 通知行.
           WRITE 通知レコード FROM 通知行.
           CLOSE 試験結果ファイル.
           CLOSE 通知ファイル.
           CLOSE 宛名作業ファイル.
           CLOSE メール送信ファイル.
      *  郵便番号辞書を閉じる。
           MOVE SPACES TO 住所検査情報.
           MOVE "E" TO 検査要求区分.
           CALL "SUB2024" USING 住所検査情報
             ON EXCEPTION
               CONTINUE
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
      *  郵送で発行した切替分を処理済にして書き戻す。
           IF 切替発行数 > ZERO
             THEN
               OPEN OUTPUT 郵送切替ファイル
               PERFORM VARYING 切替番号 FROM 1 BY 1
                 UNTIL 切替番号 > 切替件数
                 MOVE 表切替試験回(切替番号)
                   TO 切替試験回
                 MOVE 表切替受験者ID(切替番号)
                   TO 切替受験者ID
                 MOVE 表切替登録日(切替番号)
                   TO 切替登録日
                 MOVE 表切替処理済(切替番号)
                   TO 切替処理済区分
                 MOVE 表切替処理日(切替番号)
                   TO 切替処理日
                 WRITE 郵送切替レコード
               END-PERFORM
               CLOSE 郵送切替ファイル
             ELSE
               CONTINUE
           END-IF.
      *  宛名面を郵便番号順に並べ替えて発送用ファイルを作る。
           SORT 宛名整列ワークファイル
             ASCENDING KEY 整列郵便番号
             USING  宛名作業ファイル
             GIVING 宛名ファイル.
           DISPLAY "作成通数:" 作成通数
                   " 郵送:" 郵送通数
                   " メール:" メール通数.
           DISPLAY "宛名件数:" 宛名件数
                   " 住所未登録:" 住所未登録数
                   " 住所不審:" 住所不審数.
           DISPLAY "住所検査不一致:" 住所不一致数
                   " 検査不可:" 住所検査不可数.
      *
           DISPLAY "***PRO2029 END***".
      *
