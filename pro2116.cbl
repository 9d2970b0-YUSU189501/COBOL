       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2116.
      *  郵便の不着処理と住所不審一覧。不着・住所訂正取引
      *  (FUCHAKU2010)を読み、不着の取引は発送台帳(HASSO2010)
      *  の該当する発送を不着とし、住所マスタ(ADRMST2006)の
      *  宛先を住所不審にする。住所訂正の取引は住所マスタの
      *  郵便番号・住所を書き換えて住所不審を解く。取引者に
      *  権限(SUB2022)の無い取引は却下する。取引の結果に続けて
      *  住所不審のまま残る宛先を最後の発送とともに並べ、次の
      *  発送の前に住所を直せるようにする。結果は発送台帳・
      *  不着処理表(HASSORPT2010)に書く。処理した取引ファイル
      *  は空にする。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  不着・住所訂正の取引。
           SELECT 取引ファイル ASSIGN TO
             "/home/suzuki/DATA/FUCHAKU2010"
             FILE STATUS IS 取引状態.
      *  通知を作る各プログラムが発送登録(SUB2023)で追記する
      *  発送台帳。
           SELECT 発送台帳ファイル ASSIGN TO
             "/home/suzuki/DATA/HASSO2010"
             FILE STATUS IS 台帳状態.
      *  受験者・学生の住所・連絡先マスタ。
           SELECT 住所マスタファイル ASSIGN TO
             "/home/suzuki/DATA/ADRMST2006"
             FILE STATUS IS 住所状態.
      *  発送台帳・不着処理表。
           SELECT 処理表ファイル ASSIGN TO
             "/home/suzuki/DATA/HASSORPT2010"
             FILE STATUS IS 処理表状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  取引ファイル.
       01  取引レコード.
           COPY CP085.
       FD  発送台帳ファイル.
       01  発送台帳レコード.
           COPY CP084.
       FD  住所マスタファイル.
       01  住所マスタレコード.
           COPY CP026.
       FD  処理表ファイル.
       01  処理表レコード     PIC X(132).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 取引状態          PIC X(2).
         03 台帳状態          PIC X(2).
         03 住所状態          PIC X(2).
         03 処理表状態        PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
      *  発送台帳のテーブル。台帳の並び順に持ち、書き戻しは
      *  同じ順に読みながら更新した行だけを書き換える。
       01  台帳テーブルエリア.
         03 台帳件数          PIC 9(5) VALUE ZERO.
         03 台帳番号          PIC 9(5).
         03 該当台帳番号      PIC 9(5).
         03 台帳行番号        PIC 9(5).
         03 台帳エントリ      OCCURS 20000 TIMES.
           05 表発送日        PIC 9(8).
           05 表発送時刻      PIC 9(6).
           05 表文書区分      PIC X(2).
           05 表対象区分      PIC X(1).
           05 表対象コード    PIC X(6).
           05 表宛名          PIC X(40).
           05 表発送状態      PIC X(1).
           05 表不着日        PIC 9(8).
           05 表不着理由      PIC X(20).
           05 表台帳更新      PIC X(1).
      *  住所マスタのテーブル。書き戻しは台帳と同じ方法で行う。
       01  住所テーブルエリア.
         03 住所件数          PIC 9(4) VALUE ZERO.
         03 住所番号          PIC 9(4).
         03 該当住所番号      PIC 9(4).
         03 住所行番号        PIC 9(4).
         03 住所エントリ      OCCURS 2000 TIMES.
           05 表住所対象区分  PIC X(1).
           05 表住所対象コード PIC X(6).
           05 表郵便番号      PIC X(7).
           05 表住所          PIC X(60).
           05 表住所確認      PIC X(1).
           05 表不着登録日    PIC 9(8).
           05 表住所更新      PIC X(1).
      *  1取引分の判定ワーク。
       01  取引ワーク.
         03 処理取引日        PIC 9(8).
         03 却下理由          PIC X(40).
         03 処理結果          PIC X(60).
      *  住所不審の宛先1件分の最後の発送と不着の回数。
       01  最終発送ワーク.
         03 最終発送番号      PIC 9(5).
         03 不着回数          PIC 9(2).
      *  件数集計。
       01  集計エリア.
         03 取引件数          PIC 9(5) VALUE ZERO.
         03 不着件数          PIC 9(5) VALUE ZERO.
         03 訂正件数          PIC 9(5) VALUE ZERO.
         03 却下件数          PIC 9(5) VALUE ZERO.
         03 台帳更新件数      PIC 9(5) VALUE ZERO.
         03 住所更新件数      PIC 9(5) VALUE ZERO.
         03 不審件数          PIC 9(5) VALUE ZERO.
       01  取引オープン       PIC X(1) VALUE "N".
       01  処理表行           PIC X(132).
      *  権限確認呼出し(SUB2022)への引き渡し情報。
       01  権限確認情報.
           COPY CP077.
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
           DISPLAY "***PRO2116 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           PERFORM 発送台帳読込.
           PERFORM 住所マスタ読込.
           OPEN OUTPUT 処理表ファイル.
           IF 処理表状態 NOT = "00"
             THEN
               MOVE "PRO2116" TO 発生プログラム名
               MOVE 処理表状態 TO 入出力状態
               MOVE "不着処理表のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 処理表行.
           STRING "発送台帳・不着処理表 処理日:"
                  DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO 処理表行.
           WRITE 処理表レコード FROM 処理表行.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       発送台帳読込           SECTION.
      ***********************************
      *
           OPEN INPUT 発送台帳ファイル.
           IF 台帳状態 NOT = "00"
             THEN
               DISPLAY "発送台帳なし。"
               GO TO 発送台帳読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 発送台帳ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 台帳件数 < 20000
                   THEN
                     ADD 1 TO 台帳件数
                     MOVE 発送日 TO 表発送日(台帳件数)
                     MOVE 発送時刻
                       TO 表発送時刻(台帳件数)
                     MOVE 発送文書区分
                       TO 表文書区分(台帳件数)
                     MOVE 発送対象区分
                       TO 表対象区分(台帳件数)
                     MOVE 発送対象コード
                       TO 表対象コード(台帳件数)
                     MOVE 発送宛名 TO 表宛名(台帳件数)
                     MOVE 発送状態
                       TO 表発送状態(台帳件数)
                     MOVE 不着日 TO 表不着日(台帳件数)
                     MOVE 不着理由
                       TO 表不着理由(台帳件数)
                     MOVE "N" TO 表台帳更新(台帳件数)
                   ELSE
                     DISPLAY "発送台帳の件数超過:"
                             発送日 " " 発送対象コード
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 発送台帳ファイル.
      *
       発送台帳読込－ＥＸ.
       EXIT.
      *
      ***********************************
       住所マスタ読込         SECTION.
      ***********************************
      *
           OPEN INPUT 住所マスタファイル.
           IF 住所状態 NOT = "00"
             THEN
               DISPLAY "住所マスタなし。"
               GO TO 住所マスタ読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 住所マスタファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 住所件数 < 2000
                   THEN
                     ADD 1 TO 住所件数
                     MOVE 対象区分
                       TO 表住所対象区分(住所件数)
                     MOVE 対象コード
                       TO 表住所対象コード(住所件数)
                     MOVE 郵便番号
                       TO 表郵便番号(住所件数)
                     MOVE 住所 TO 表住所(住所件数)
                     MOVE 住所確認区分
                       TO 表住所確認(住所件数)
                     MOVE 不着登録日
                       TO 表不着登録日(住所件数)
                     MOVE "N" TO 表住所更新(住所件数)
                   ELSE
                     DISPLAY "住所マスタの件数超過:"
                             対象区分 " " 対象コード
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 住所マスタファイル.
      *
       住所マスタ読込－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
           PERFORM 取引一覧.
           PERFORM 台帳書き戻し.
           PERFORM 住所書き戻し.
           PERFORM 不審一覧.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       取引一覧               SECTION.
      ***********************************
      *
      *  取引を1件ずつ処理し、結果を1行ずつ書く。
           MOVE SPACES TO 処理表行.
           MOVE "[不着・住所訂正の取引]" TO 処理表行.
           WRITE 処理表レコード FROM 処理表行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 処理表行.
           MOVE "区分"   TO 処理表行(1:6).
           MOVE "対象"   TO 処理表行(8:6).
           MOVE "文書"   TO 処理表行(17:6).
           MOVE "発送日" TO 処理表行(24:9).
           MOVE "取引日" TO 処理表行(33:9).
           MOVE "取引者" TO 処理表行(42:9).
           MOVE "結果"   TO 処理表行(51:6).
           WRITE 処理表レコード FROM 処理表行.
           OPEN INPUT 取引ファイル.
           IF 取引状態 NOT = "00"
             THEN
               DISPLAY "不着・住所訂正取引なし。"
               GO TO 取引一覧－ＥＸ
             ELSE
               MOVE "Y" TO 取引オープン
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 取引ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 ADD 1 TO 取引件数
                 PERFORM 取引処理
             END-READ
           END-PERFORM.
      *
       取引一覧－ＥＸ.
       EXIT.
      *
      ***********************************
       取引処理               SECTION.
      ***********************************
      *
           MOVE SPACES TO 却下理由.
           MOVE SPACES TO 処理結果.
           IF 不着取引日 = ZERO
             THEN
               MOVE 実行日 TO 処理取引日
             ELSE
               MOVE 不着取引日 TO 処理取引日
           END-IF.
           PERFORM 取引確認.
           IF 却下理由 = SPACES
             THEN
               IF 不着取引
                 THEN
                   PERFORM 不着登録
                 ELSE
                   PERFORM 住所訂正
               END-IF
             ELSE
               CONTINUE
           END-IF.
           IF 却下理由 NOT = SPACES
             THEN
               ADD 1 TO 却下件数
               STRING "却下 " DELIMITED BY SIZE
                      却下理由 DELIMITED BY SIZE
                      INTO 処理結果
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 処理表行.
           MOVE 不着取引区分 TO 処理表行(1:1).
           MOVE 不着取引対象区分 TO 処理表行(8:1).
           MOVE 不着取引対象コード TO 処理表行(10:6).
           MOVE 不着取引文書区分 TO 処理表行(17:2).
           IF 不着取引発送日 NOT = ZERO
             THEN
               MOVE 不着取引発送日 TO 処理表行(24:8)
             ELSE
               CONTINUE
           END-IF.
           MOVE 処理取引日 TO 処理表行(33:8).
           MOVE 不着取引者 TO 処理表行(42:8).
           MOVE 処理結果 TO 処理表行(51:60).
           WRITE 処理表レコード FROM 処理表行.
      *
       取引処理－ＥＸ.
       EXIT.
      *
      ***********************************
       取引確認               SECTION.
      ***********************************
      *
      *  取引区分・宛先の形式と取引者の権限を確かめる。
           IF NOT (不着取引 OR 住所訂正取引)
             THEN
               MOVE "取引区分不正" TO 却下理由
               GO TO 取引確認－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF (不着取引対象区分 NOT = "J"
               AND 不着取引対象区分 NOT = "G")
              OR 不着取引対象コード = SPACES
             THEN
               MOVE "対象区分・対象コード不正"
                 TO 却下理由
               GO TO 取引確認－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 不着取引者    TO 確認操作者.
           MOVE "PRO2116"     TO 確認プログラム.
           MOVE 不着取引区分  TO 確認操作区分.
           MOVE "ADRMST2006"  TO 確認対象.
           CALL "SUB2022" USING 権限確認情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "30" TO 確認結果
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 確認結果 NOT = "00"
             THEN
               STRING "取引者に権限なし:" DELIMITED BY SIZE
                      確認結果 DELIMITED BY SIZE
                      INTO 却下理由
             ELSE
               CONTINUE
           END-IF.
      *
       取引確認－ＥＸ.
       EXIT.
      *
      ***********************************
       不着登録               SECTION.
      ***********************************
      *
      *  宛先の未返送の発送のうち、指定に合う最も新しいものを
      *  不着とし、住所マスタの宛先を住所不審にする。
           MOVE ZERO TO 該当台帳番号.
           PERFORM VARYING 台帳番号 FROM 1 BY 1
             UNTIL 台帳番号 > 台帳件数
             IF 表発送状態(台帳番号) = SPACE
                AND 表対象区分(台帳番号)
                    = 不着取引対象区分
                AND 表対象コード(台帳番号)
                    = 不着取引対象コード
                AND (不着取引文書区分 = SPACES
                     OR 表文書区分(台帳番号)
                        = 不着取引文書区分)
                AND (不着取引発送日 = ZERO
                     OR 表発送日(台帳番号)
                        = 不着取引発送日)
               THEN
                 PERFORM 最新発送判定
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当台帳番号 = ZERO
             THEN
               MOVE "該当する発送なし" TO 却下理由
               GO TO 不着登録－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "F" TO 表発送状態(該当台帳番号).
           MOVE 処理取引日 TO 表不着日(該当台帳番号).
           MOVE 不着取引理由
             TO 表不着理由(該当台帳番号).
           MOVE "Y" TO 表台帳更新(該当台帳番号).
           ADD 1 TO 不着件数.
           PERFORM 住所検索.
           IF 該当住所番号 = ZERO
             THEN
               MOVE "不着登録(住所マスタ未登録)"
                 TO 処理結果
             ELSE
               IF 表住所確認(該当住所番号) NOT = "S"
                 THEN
                   MOVE "S" TO 表住所確認(該当住所番号)
                   MOVE 処理取引日
                     TO 表不着登録日(該当住所番号)
                   MOVE "Y" TO 表住所更新(該当住所番号)
                 ELSE
                   CONTINUE
               END-IF
               STRING "不着登録 発送日:" DELIMITED BY SIZE
                      表発送日(該当台帳番号)
                      DELIMITED BY SIZE
                      " 文書:" DELIMITED BY SIZE
                      表文書区分(該当台帳番号)
                      DELIMITED BY SIZE
                      INTO 処理結果
           END-IF.
      *
       不着登録－ＥＸ.
       EXIT.
      *
      ***********************************
       最新発送判定           SECTION.
      ***********************************
      *
           IF 該当台帳番号 = ZERO
             THEN
               MOVE 台帳番号 TO 該当台帳番号
               GO TO 最新発送判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 表発送日(台帳番号)
              > 表発送日(該当台帳番号)
              OR (表発送日(台帳番号)
                  = 表発送日(該当台帳番号)
                  AND 表発送時刻(台帳番号)
                      NOT < 表発送時刻(該当台帳番号))
             THEN
               MOVE 台帳番号 TO 該当台帳番号
             ELSE
               CONTINUE
           END-IF.
      *
       最新発送判定－ＥＸ.
       EXIT.
      *
      ***********************************
       住所訂正               SECTION.
      ***********************************
      *
      *  訂正の指定がある項目だけを書き換え、住所不審を解く。
           PERFORM 住所検索.
           IF 該当住所番号 = ZERO
             THEN
               MOVE "住所マスタ未登録" TO 却下理由
               GO TO 住所訂正－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 訂正郵便番号 NOT = SPACES
             THEN
               MOVE 訂正郵便番号
                 TO 表郵便番号(該当住所番号)
             ELSE
               CONTINUE
           END-IF.
           IF 訂正住所 NOT = SPACES
             THEN
               MOVE 訂正住所 TO 表住所(該当住所番号)
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACE TO 表住所確認(該当住所番号).
           MOVE ZERO TO 表不着登録日(該当住所番号).
           MOVE "Y" TO 表住所更新(該当住所番号).
           ADD 1 TO 訂正件数.
           IF 訂正郵便番号 = SPACES
              AND 訂正住所 = SPACES
             THEN
               MOVE "住所確認済(変更なし)" TO 処理結果
             ELSE
               MOVE "住所訂正" TO 処理結果
           END-IF.
      *
       住所訂正－ＥＸ.
       EXIT.
      *
      ***********************************
       住所検索               SECTION.
      ***********************************
      *
           MOVE ZERO TO 該当住所番号.
           PERFORM VARYING 住所番号 FROM 1 BY 1
             UNTIL 住所番号 > 住所件数
             IF 表住所対象区分(住所番号)
                = 不着取引対象区分
                AND 表住所対象コード(住所番号)
                    = 不着取引対象コード
               THEN
                 MOVE 住所番号 TO 該当住所番号
                 MOVE 住所件数 TO 住所番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       住所検索－ＥＸ.
       EXIT.
      *
      ***********************************
       台帳書き戻し           SECTION.
      ***********************************
      *
      *  台帳を順に読み、テーブルで更新した行だけを書き換える。
           IF 不着件数 = ZERO
             THEN
               GO TO 台帳書き戻し－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           OPEN I-O 発送台帳ファイル.
           IF 台帳状態 NOT = "00"
             THEN
               MOVE "PRO2116" TO 発生プログラム名
               MOVE 台帳状態 TO 入出力状態
               MOVE "発送台帳のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE ZERO TO 台帳行番号.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 発送台帳ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 ADD 1 TO 台帳行番号
                 IF 台帳行番号 > 台帳件数
                   THEN
                     SET 読込終了 TO TRUE
                   ELSE
                     IF 表台帳更新(台帳行番号) = "Y"
                       THEN
                         MOVE 表発送状態(台帳行番号)
                           TO 発送状態
                         MOVE 表不着日(台帳行番号)
                           TO 不着日
                         MOVE 表不着理由(台帳行番号)
                           TO 不着理由
                         REWRITE 発送台帳レコード
                         ADD 1 TO 台帳更新件数
                       ELSE
                         CONTINUE
                     END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 発送台帳ファイル.
      *
       台帳書き戻し－ＥＸ.
       EXIT.
      *
      ***********************************
       住所書き戻し           SECTION.
      ***********************************
      *
      *  住所マスタを順に読み、テーブルで更新した行だけを書き
      *  換える。
           IF 不着件数 = ZERO
              AND 訂正件数 = ZERO
             THEN
               GO TO 住所書き戻し－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           OPEN I-O 住所マスタファイル.
           IF 住所状態 NOT = "00"
             THEN
               MOVE "PRO2116" TO 発生プログラム名
               MOVE 住所状態 TO 入出力状態
               MOVE "住所マスタのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE ZERO TO 住所行番号.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 住所マスタファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 ADD 1 TO 住所行番号
                 IF 住所行番号 > 住所件数
                   THEN
                     SET 読込終了 TO TRUE
                   ELSE
                     IF 表住所更新(住所行番号) = "Y"
                       THEN
                         MOVE 表郵便番号(住所行番号)
                           TO 郵便番号
                         MOVE 表住所(住所行番号) TO 住所
                         MOVE 表住所確認(住所行番号)
                           TO 住所確認区分
                         MOVE 表不着登録日(住所行番号)
                           TO 不着登録日
                         REWRITE 住所マスタレコード
                         ADD 1 TO 住所更新件数
                       ELSE
                         CONTINUE
                     END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 住所マスタファイル.
      *
       住所書き戻し－ＥＸ.
       EXIT.
      *
      ***********************************
       不審一覧               SECTION.
      ***********************************
      *
      *  住所不審のまま残る宛先を、最後の発送と不着の回数と
      *  ともに並べる。
           MOVE SPACES TO 処理表行.
           MOVE "[住所不審の宛先・発送前に要確認]"
             TO 処理表行.
           WRITE 処理表レコード FROM 処理表行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 処理表行.
           MOVE "対象"       TO 処理表行(1:6).
           MOVE "宛名"       TO 処理表行(10:6).
           MOVE "郵便番号"   TO 処理表行(41:12).
           MOVE "住所"       TO 処理表行(53:6).
           MOVE "不審登録"   TO 処理表行(110:12).
           WRITE 処理表レコード FROM 処理表行.
           MOVE SPACES TO 処理表行.
           MOVE "最終発送 文書・発送日・不着回数"
             TO 処理表行(10:60).
           WRITE 処理表レコード FROM 処理表行.
           PERFORM VARYING 住所番号 FROM 1 BY 1
             UNTIL 住所番号 > 住所件数
             IF 表住所確認(住所番号) = "S"
               THEN
                 PERFORM 不審明細出力
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       不審一覧－ＥＸ.
       EXIT.
      *
      ***********************************
       不審明細出力           SECTION.
      ***********************************
      *
           ADD 1 TO 不審件数.
           MOVE ZERO TO 最終発送番号.
           MOVE ZERO TO 不着回数.
           PERFORM VARYING 台帳番号 FROM 1 BY 1
             UNTIL 台帳番号 > 台帳件数
             IF 表対象区分(台帳番号)
                = 表住所対象区分(住所番号)
                AND 表対象コード(台帳番号)
                    = 表住所対象コード(住所番号)
               THEN
                 MOVE 最終発送番号 TO 該当台帳番号
                 PERFORM 最新発送判定
                 MOVE 該当台帳番号 TO 最終発送番号
                 IF 表発送状態(台帳番号) = "F"
                    AND 不着回数 < 99
                   THEN
                     ADD 1 TO 不着回数
                   ELSE
                     CONTINUE
                 END-IF
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           MOVE SPACES TO 処理表行.
           MOVE 表住所対象区分(住所番号)
             TO 処理表行(1:1).
           MOVE 表住所対象コード(住所番号)
             TO 処理表行(3:6).
           IF 最終発送番号 > ZERO
             THEN
               MOVE 表宛名(最終発送番号) TO 処理表行(10:30)
             ELSE
               CONTINUE
           END-IF.
           MOVE 表郵便番号(住所番号) TO 処理表行(41:7).
           MOVE 表住所(住所番号) TO 処理表行(49:60).
           MOVE 表不着登録日(住所番号) TO 処理表行(110:8).
           WRITE 処理表レコード FROM 処理表行.
           MOVE SPACES TO 処理表行.
           IF 最終発送番号 > ZERO
             THEN
               MOVE 表文書区分(最終発送番号)
                 TO 処理表行(10:2)
               MOVE 表発送日(最終発送番号)
                 TO 処理表行(13:8)
             ELSE
               MOVE "発送記録なし" TO 処理表行(10:18)
           END-IF.
           MOVE 不着回数 TO 処理表行(30:2).
           WRITE 処理表レコード FROM 処理表行.
      *
       不審明細出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           MOVE SPACES TO 処理表行.
           STRING "取引:" DELIMITED BY SIZE
                  取引件数 DELIMITED BY SIZE
                  " 不着:" DELIMITED BY SIZE
                  不着件数 DELIMITED BY SIZE
                  " 住所訂正:" DELIMITED BY SIZE
                  訂正件数 DELIMITED BY SIZE
                  " 却下:" DELIMITED BY SIZE
                  却下件数 DELIMITED BY SIZE
                  " 住所不審:" DELIMITED BY SIZE
                  不審件数 DELIMITED BY SIZE
                  INTO 処理表行.
           WRITE 処理表レコード FROM 処理表行
             AFTER 2 LINE
           END-WRITE.
           CLOSE 処理表ファイル.
      *  処理した取引を再び適用しないよう取引ファイルを空に
      *  する。
           IF 取引オープン = "Y"
             THEN
               CLOSE 取引ファイル
               OPEN OUTPUT 取引ファイル
               CLOSE 取引ファイル
             ELSE
               CONTINUE
           END-IF.
           DISPLAY "取引:" 取引件数
                   " 不着:" 不着件数
                   " 住所訂正:" 訂正件数
                   " 却下:" 却下件数.
           DISPLAY "台帳更新:" 台帳更新件数
                   " 住所更新:" 住所更新件数
                   " 住所不審:" 不審件数.
      *
           DISPLAY "***PRO2116 END***".
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
