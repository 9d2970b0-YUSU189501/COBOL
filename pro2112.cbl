       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2112.
      *  データファイルの照会・ダンプ。運用担当者がエディタで開け
      *  ない索引編成のファイル(JINJI2007など)や、桁の並びを数え
      *  ないと読めない順編成のファイル(SHIKENKEKKA・RYOSYUSHO1・
      *  CTL2003など)の中身を確かめるための読み取り専用の照会。
      *  ファイル様式定義(LAYOUT2010)に書いたデータセットごとの
      *  編成・キー・項目の並びに従い、照会指示(BROWSE2010)の
      *  キー範囲・項目値の条件に合うレコードを項目ごとに編集
      *  して照会表(BROWSERPT2010)へ書く。数字項目に数字以外が
      *  入っているレコードには印を付け、印の付いたレコードだけ
      *  を出すこともできる。対象ファイルは入力で開くだけで
      *  更新しない。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  照会するデータセットとキー範囲・条件の指示。
           SELECT 照会指示ファイル ASSIGN TO
             "/home/suzuki/DATA/BROWSE2010"
             FILE STATUS IS 照会指示状態.
      *  データセットごとの様式定義。
           SELECT 様式定義ファイル ASSIGN TO
             "/home/suzuki/DATA/LAYOUT2010"
             FILE STATUS IS 様式定義状態.
      *  順編成の対象。レコード長が様々なため1バイトずつ読み、
      *  様式定義のレコード長ごとに組み立てる。
           SELECT 順対象ファイル ASSIGN TO DYNAMIC 対象名
             FILE STATUS IS 順対象状態.
      *  索引編成の対象。人事部・総務部ファイルと同じ様式(CP024)
      *  の社員コードを主キーとするファイルに限る。
           SELECT 索引対象ファイル ASSIGN TO DYNAMIC 対象名
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS 社員コード OF 索引対象レコード
             ALTERNATE RECORD KEY IS
               氏名 OF 索引対象レコード
               WITH DUPLICATES
             FILE STATUS IS 索引対象状態.
      *  照会表。
           SELECT 照会表ファイル ASSIGN TO
             "/home/suzuki/DATA/BROWSERPT2010"
             FILE STATUS IS 照会表状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  照会指示ファイル.
       01  照会指示レコード.
      *  キー下限・上限は空白なら範囲の指定なし。上限件数0は
      *  100件。不正のみ区分 Y:数字項目の不正なレコードだけ出す。
         03 照会データセット名 PIC X(16).
         03 照会キー下限      PIC X(30).
         03 照会キー上限      PIC X(30).
         03 照会条件項目名    PIC X(30).
         03 照会条件値        PIC X(30).
         03 照会上限件数      PIC 9(5).
         03 照会不正のみ区分  PIC X(1).
         03 FILLER            PIC X(58).
       FD  様式定義ファイル.
       01  様式定義レコード.
           COPY CP074.
       FD  順対象ファイル.
       01  順対象バイト       PIC X(1).
       FD  索引対象ファイル.
       01  索引対象レコード.
           COPY CP024.
       FD  照会表ファイル.
       01  照会表レコード     PIC X(132).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 照会指示状態      PIC X(2).
         03 様式定義状態      PIC X(2).
         03 順対象状態        PIC X(2).
         03 索引対象状態      PIC X(2).
         03 照会表状態        PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  指示終了フラグ     PIC X(1).
           88 指示終了        VALUE "Y".
       01  実行日             PIC 9(8).
       01  対象名             PIC X(60).
      *  照会するデータセットの様式定義(連番000の行)。
       01  様式エリア.
         03 様式有無フラグ    PIC X(1).
           88 様式あり        VALUE "Y".
         03 様式誤りフラグ    PIC X(1).
           88 様式誤り        VALUE "Y".
         03 対象編成          PIC X(1).
           88 対象索引        VALUE "I".
         03 対象レコード長    PIC 9(5).
         03 対象キー位置      PIC 9(5).
         03 対象キー長        PIC 9(3).
         03 対象ファイル名    PIC X(60).
      *  項目定義のテーブル。連番の順に並べる。
       01  項目テーブルエリア.
         03 項目件数          PIC 9(3) VALUE ZERO.
         03 項目番号          PIC 9(3).
         03 挿入位置          PIC 9(3).
         03 移動番号          PIC 9(3).
         03 条件項目番号      PIC 9(3).
         03 項目エントリ      OCCURS 200 TIMES.
           05 表項目連番      PIC 9(3).
           05 表項目名        PIC X(30).
           05 表項目位置      PIC 9(5).
           05 表項目長        PIC 9(5).
           05 表項目型        PIC X(1).
      *  組み立てた1レコード。
       01  対象レコード       PIC X(4000).
       01  組立長             PIC 9(5).
       01  端数フラグ         PIC X(1).
           88 端数あり        VALUE "Y".
       01  照会キー値         PIC X(30).
       01  該当フラグ         PIC X(1).
           88 該当            VALUE "Y".
      *  数字項目の検査。符号付きの末尾桁は数字か符号の文字。
       01  不正フラグ         PIC X(1).
           88 不正あり        VALUE "Y".
       01  項目不正フラグ     PIC X(1).
           88 項目不正        VALUE "Y".
       01  末尾位置           PIC 9(5).
       01  末尾文字           PIC X(1).
       01  符号文字数         PIC 9(2).
       01  符号桁文字         PIC X(40)
           VALUE "0123456789{ABCDEFGHI}JKLMNOPQRpqrstuvwxy".
      *  項目値の表示は60バイトずつ折り返す。
       01  表示位置           PIC 9(5).
       01  表示残長           PIC 9(5).
       01  表示長             PIC 9(2).
       01  表示値             PIC X(60).
      *  照会ごとの件数。
       01  照会集計.
         03 読込件数          PIC 9(8).
         03 該当件数          PIC 9(7).
         03 出力件数          PIC 9(5).
         03 不正件数          PIC 9(7).
         03 上限件数          PIC 9(5).
       01  全体集計.
         03 照会件数          PIC 9(3) VALUE ZERO.
         03 却下件数          PIC 9(3) VALUE ZERO.
       01  処理結果           PIC X(30).
       01  件数表示           PIC Z(7)9.
       01  位置表示           PIC ZZZZ9.
       01  照会表行           PIC X(132).
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
           DISPLAY "***PRO2112 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
      *  指示が無ければ何もしない。
           OPEN INPUT 照会指示ファイル.
           IF 照会指示状態 NOT = "00"
             THEN
               DISPLAY "照会指示なし。"
               DISPLAY "***PRO2112 END***"
               GOBACK
             ELSE
               CONTINUE
           END-IF.
      *  様式定義が無ければどのファイルも読めない。
           OPEN INPUT 様式定義ファイル.
           IF 様式定義状態 NOT = "00"
             THEN
               MOVE "PRO2112" TO 発生プログラム名
               MOVE 様式定義状態 TO 入出力状態
               MOVE "ファイル様式定義のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CLOSE 様式定義ファイル
           END-IF.
           OPEN OUTPUT 照会表ファイル.
           IF 照会表状態 NOT = "00"
             THEN
               MOVE "PRO2112" TO 発生プログラム名
               MOVE 照会表状態 TO 入出力状態
               MOVE "照会表のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 照会表行.
           STRING "データファイル照会表 処理日:"
                  DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO 照会表行.
           WRITE 照会表レコード FROM 照会表行.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
           MOVE "N" TO 指示終了フラグ.
           PERFORM UNTIL 指示終了
             READ 照会指示ファイル
               AT END
                 SET 指示終了 TO TRUE
               NOT AT END
                 ADD 1 TO 照会件数
                 MOVE SPACES TO 処理結果
                 PERFORM 照会1件
                 PERFORM 照会集計出力
             END-READ
           END-PERFORM.
           CLOSE 照会指示ファイル.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       照会1件                SECTION.
      ***********************************
      *
           INITIALIZE 照会集計.
           MOVE 照会上限件数 TO 上限件数.
           IF 上限件数 = ZERO
             THEN
               MOVE 100 TO 上限件数
             ELSE
               CONTINUE
           END-IF.
           PERFORM 照会見出し出力.
           PERFORM 様式読込.
           IF NOT 様式あり
             THEN
               MOVE "却下:様式定義なし" TO 処理結果
               GO TO 照会1件－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 様式誤り
             THEN
               MOVE "却下:様式定義誤り" TO 処理結果
               GO TO 照会1件－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *  索引編成は社員コード(1桁目から5桁)を主キーとする
      *  CP024の様式のファイルだけを読める。
           IF 対象索引
              AND (対象レコード長 NOT = 125
                   OR 対象キー位置 NOT = 1
                   OR 対象キー長 NOT = 5)
             THEN
               MOVE "却下:索引様式不一致" TO 処理結果
               GO TO 照会1件－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM 条件項目検索.
           IF 照会条件項目名 NOT = SPACES
              AND 条件項目番号 = ZERO
             THEN
               MOVE "却下:条件項目なし" TO 処理結果
               GO TO 照会1件－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 対象名.
           IF 対象ファイル名 = SPACES
             THEN
               STRING "/home/suzuki/DATA/" DELIMITED BY SIZE
                      照会データセット名 DELIMITED BY SPACE
                      INTO 対象名
             ELSE
               MOVE 対象ファイル名 TO 対象名
           END-IF.
           IF 対象索引
             THEN
               PERFORM 索引照会
             ELSE
               PERFORM 順照会
           END-IF.
      *
       照会1件－ＥＸ.
       EXIT.
      *
      ***********************************
       照会見出し出力         SECTION.
      ***********************************
      *
           MOVE SPACES TO 照会表行.
           STRING "データセット:" DELIMITED BY SIZE
                  照会データセット名 DELIMITED BY SIZE
                  " キー範囲:" DELIMITED BY SIZE
                  照会キー下限 DELIMITED BY SPACE
                  "～" DELIMITED BY SIZE
                  照会キー上限 DELIMITED BY SPACE
                  INTO 照会表行.
           WRITE 照会表レコード FROM 照会表行
             AFTER 2 LINE
           END-WRITE.
           IF 照会条件項目名 NOT = SPACES
             THEN
               MOVE SPACES TO 照会表行
               STRING "条件:" DELIMITED BY SIZE
                      照会条件項目名 DELIMITED BY SPACE
                      "=" DELIMITED BY SIZE
                      照会条件値 DELIMITED BY SIZE
                      INTO 照会表行
               WRITE 照会表レコード FROM 照会表行
             ELSE
               CONTINUE
           END-IF.
      *
       照会見出し出力－ＥＸ.
       EXIT.
      *
      ***********************************
       様式読込               SECTION.
      ***********************************
      *
      *  照会するデータセットの定義行と項目行を読み込む。項目行
      *  は追加された順に並ぶことがあるため連番の順に差し込む。
           MOVE "N" TO 様式有無フラグ.
           MOVE "N" TO 様式誤りフラグ.
           MOVE ZERO TO 項目件数.
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 様式定義ファイル.
           PERFORM UNTIL 読込終了
             READ 様式定義ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 様式データセット名
                    = 照会データセット名
                   THEN
                     IF 様式連番 = ZERO
                       THEN
                         PERFORM 定義行取込
                       ELSE
                         PERFORM 項目行取込
                     END-IF
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 様式定義ファイル.
           IF NOT 様式あり
             THEN
               GO TO 様式読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *  項目がレコードの外にはみ出す定義は誤りとする。
           IF 項目件数 = ZERO
             THEN
               SET 様式誤り TO TRUE
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING 項目番号 FROM 1 BY 1
             UNTIL 項目番号 > 項目件数
             IF 表項目位置(項目番号) = ZERO
                OR 表項目長(項目番号) = ZERO
                OR 表項目位置(項目番号)
                   + 表項目長(項目番号) - 1
                   > 対象レコード長
               THEN
                 SET 様式誤り TO TRUE
               ELSE
                 CONTINUE
             END-IF
             IF 表項目型(項目番号) NOT = "X"
                AND 表項目型(項目番号) NOT = "N"
                AND 表項目型(項目番号) NOT = "9"
                AND 表項目型(項目番号) NOT = "S"
               THEN
                 SET 様式誤り TO TRUE
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       様式読込－ＥＸ.
       EXIT.
      *
      ***********************************
       定義行取込             SECTION.
      ***********************************
      *
           SET 様式あり TO TRUE.
           IF 様式レコード長 NOT NUMERIC
              OR 様式キー位置 NOT NUMERIC
              OR 様式キー長 NOT NUMERIC
             THEN
               SET 様式誤り TO TRUE
               GO TO 定義行取込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 様式編成       TO 対象編成.
           MOVE 様式レコード長 TO 対象レコード長.
           MOVE 様式キー位置   TO 対象キー位置.
           MOVE 様式キー長     TO 対象キー長.
           MOVE 様式ファイル名 TO 対象ファイル名.
           IF (NOT 様式順編成 AND NOT 様式索引編成)
              OR 対象レコード長 = ZERO
              OR 対象レコード長 > 4000
              OR 対象キー長 > 30
              OR (対象キー長 > ZERO
                  AND (対象キー位置 = ZERO
                       OR 対象キー位置 + 対象キー長 - 1
                          > 対象レコード長))
             THEN
               SET 様式誤り TO TRUE
             ELSE
               CONTINUE
           END-IF.
      *
       定義行取込－ＥＸ.
       EXIT.
      *
      ***********************************
       項目行取込             SECTION.
      ***********************************
      *
           IF 様式項目位置 NOT NUMERIC
              OR 様式項目長 NOT NUMERIC
             THEN
               SET 様式誤り TO TRUE
               GO TO 項目行取込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 項目件数 NOT < 200
             THEN
               DISPLAY "項目テーブル上限超過:"
                       照会データセット名
               GO TO 項目行取込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *  連番の大きい項目を後ろへずらして差し込む。
           COMPUTE 挿入位置 = 項目件数 + 1.
           PERFORM UNTIL 挿入位置 = 1
             OR 表項目連番(挿入位置 - 1) NOT > 様式連番
             COMPUTE 移動番号 = 挿入位置 - 1
             MOVE 項目エントリ(移動番号)
               TO 項目エントリ(挿入位置)
             MOVE 移動番号 TO 挿入位置
           END-PERFORM.
           ADD 1 TO 項目件数.
           MOVE 様式連番     TO 表項目連番(挿入位置).
           MOVE 様式項目名   TO 表項目名(挿入位置).
           MOVE 様式項目位置 TO 表項目位置(挿入位置).
           MOVE 様式項目長   TO 表項目長(挿入位置).
           MOVE 様式項目型   TO 表項目型(挿入位置).
      *
       項目行取込－ＥＸ.
       EXIT.
      *
      ***********************************
       条件項目検索           SECTION.
      ***********************************
      *
           MOVE ZERO TO 条件項目番号.
           IF 照会条件項目名 = SPACES
             THEN
               GO TO 条件項目検索－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING 項目番号 FROM 1 BY 1
             UNTIL 項目番号 > 項目件数
                OR 条件項目番号 > ZERO
             IF 表項目名(項目番号) = 照会条件項目名
               THEN
                 MOVE 項目番号 TO 条件項目番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       条件項目検索－ＥＸ.
       EXIT.
      *
      ***********************************
       順照会                 SECTION.
      ***********************************
      *
           OPEN INPUT 順対象ファイル.
           IF 順対象状態 NOT = "00"
             THEN
               MOVE "却下:ファイルなし" TO 処理結果
               GO TO 順照会－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "N" TO 端数フラグ.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             PERFORM レコード組立
             IF 組立長 = 対象レコード長
               THEN
                 ADD 1 TO 読込件数
                 PERFORM レコード照会
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           CLOSE 順対象ファイル.
           IF 端数あり
             THEN
               MOVE "注意:末尾端数あり" TO 処理結果
             ELSE
               CONTINUE
           END-IF.
      *
       順照会－ＥＸ.
       EXIT.
      *
      ***********************************
       レコード組立           SECTION.
      ***********************************
      *
      *  様式定義のレコード長だけ読んで1レコードとする。途中で
      *  終わったときは端数として照会表に注意を出す。
           MOVE SPACES TO 対象レコード.
           MOVE ZERO TO 組立長.
           PERFORM UNTIL 読込終了
              OR 組立長 = 対象レコード長
             READ 順対象ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 ADD 1 TO 組立長
                 MOVE 順対象バイト
                   TO 対象レコード(組立長:1)
             END-READ
           END-PERFORM.
           IF 読込終了
              AND 組立長 > ZERO
              AND 組立長 < 対象レコード長
             THEN
               SET 端数あり TO TRUE
             ELSE
               CONTINUE
           END-IF.
      *
       レコード組立－ＥＸ.
       EXIT.
      *
      ***********************************
       索引照会               SECTION.
      ***********************************
      *
      *  キー下限から主キーの順に読み、上限を超えたら終える。
           OPEN INPUT 索引対象ファイル.
           IF 索引対象状態 NOT = "00"
             THEN
               MOVE "却下:ファイルなし" TO 処理結果
               GO TO 索引照会－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           MOVE 照会キー下限(1:5)
             TO 社員コード OF 索引対象レコード.
           START 索引対象ファイル
             KEY NOT < 社員コード OF 索引対象レコード
             INVALID KEY
               SET 読込終了 TO TRUE
           END-START.
           PERFORM UNTIL 読込終了
             READ 索引対象ファイル NEXT RECORD
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 照会キー上限 NOT = SPACES
                    AND 社員コード OF 索引対象レコード
                        > 照会キー上限(1:5)
                   THEN
                     SET 読込終了 TO TRUE
                   ELSE
                     ADD 1 TO 読込件数
                     MOVE SPACES TO 対象レコード
                     MOVE 索引対象レコード
                       TO 対象レコード(1:対象レコード長)
                     PERFORM レコード照会
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 索引対象ファイル.
      *
       索引照会－ＥＸ.
       EXIT.
      *
      ***********************************
       レコード照会           SECTION.
      ***********************************
      *
      *  キー範囲と条件に合うレコードを検査して照会表へ出す。
      *  上限件数まで出したら読むのをやめる。
           MOVE "Y" TO 該当フラグ.
           MOVE SPACES TO 照会キー値.
           IF 対象キー長 > ZERO
             THEN
               MOVE
                 対象レコード(対象キー位置:対象キー長)
                 TO 照会キー値
               IF 照会キー下限 NOT = SPACES
                  AND 照会キー値(1:対象キー長)
                      < 照会キー下限(1:対象キー長)
                 THEN
                   MOVE "N" TO 該当フラグ
                 ELSE
                   CONTINUE
               END-IF
               IF 照会キー上限 NOT = SPACES
                  AND 照会キー値(1:対象キー長)
                      > 照会キー上限(1:対象キー長)
                 THEN
                   MOVE "N" TO 該当フラグ
                 ELSE
                   CONTINUE
               END-IF
             ELSE
               CONTINUE
           END-IF.
           IF 条件項目番号 > ZERO
             THEN
               PERFORM 条件判定
             ELSE
               CONTINUE
           END-IF.
           IF NOT 該当
             THEN
               GO TO レコード照会－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 該当件数.
           PERFORM 数値検査.
           IF 不正あり
             THEN
               ADD 1 TO 不正件数
             ELSE
               CONTINUE
           END-IF.
           IF 照会不正のみ区分 = "Y"
              AND NOT 不正あり
             THEN
               GO TO レコード照会－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM レコード出力.
           ADD 1 TO 出力件数.
           IF 出力件数 NOT < 上限件数
             THEN
               SET 読込終了 TO TRUE
               MOVE "注意:上限で打切り" TO 処理結果
             ELSE
               CONTINUE
           END-IF.
      *
       レコード照会－ＥＸ.
       EXIT.
      *
      ***********************************
       条件判定               SECTION.
      ***********************************
      *
      *  条件値は30バイトまで。長い項目は先頭30バイトで比べる。
           MOVE 表項目位置(条件項目番号) TO 表示位置.
           MOVE 表項目長(条件項目番号)   TO 表示残長.
           IF 表示残長 > 30
             THEN
               MOVE 30 TO 表示残長
             ELSE
               CONTINUE
           END-IF.
           IF 対象レコード(表示位置:表示残長)
              NOT = 照会条件値(1:表示残長)
             THEN
               MOVE "N" TO 該当フラグ
             ELSE
               CONTINUE
           END-IF.
      *
       条件判定－ＥＸ.
       EXIT.
      *
      ***********************************
       数値検査               SECTION.
      ***********************************
      *
           MOVE "N" TO 不正フラグ.
           PERFORM VARYING 項目番号 FROM 1 BY 1
             UNTIL 項目番号 > 項目件数
             PERFORM 項目検査
             IF 項目不正
               THEN
                 SET 不正あり TO TRUE
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       数値検査－ＥＸ.
       EXIT.
      *
      ***********************************
       項目検査               SECTION.
      ***********************************
      *
      *  型9は全桁が数字、型Sは末尾桁を除く全桁が数字で末尾桁
      *  が数字か符号の文字であること。英数字・日本語は見ない。
           MOVE "N" TO 項目不正フラグ.
           MOVE 表項目位置(項目番号) TO 表示位置.
           MOVE 表項目長(項目番号)   TO 表示残長.
           EVALUATE 表項目型(項目番号)
             WHEN "9"
               IF 対象レコード(表示位置:表示残長)
                  NOT NUMERIC
                 THEN
                   SET 項目不正 TO TRUE
                 ELSE
                   CONTINUE
               END-IF
             WHEN "S"
               COMPUTE 末尾位置 = 表示位置 + 表示残長 - 1
               IF 表示残長 > 1
                 THEN
                   SUBTRACT 1 FROM 表示残長
                   IF 対象レコード(表示位置:表示残長)
                      NOT NUMERIC
                     THEN
                       SET 項目不正 TO TRUE
                     ELSE
                       CONTINUE
                   END-IF
                 ELSE
                   CONTINUE
               END-IF
               MOVE 対象レコード(末尾位置:1) TO 末尾文字
               MOVE ZERO TO 符号文字数
               INSPECT 符号桁文字 TALLYING 符号文字数
                 FOR ALL 末尾文字
               IF 符号文字数 = ZERO
                 THEN
                   SET 項目不正 TO TRUE
                 ELSE
                   CONTINUE
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
       項目検査－ＥＸ.
       EXIT.
      *
      ***********************************
       レコード出力           SECTION.
      ***********************************
      *
           MOVE 読込件数 TO 件数表示.
           MOVE SPACES TO 照会表行.
           STRING "レコード" DELIMITED BY SIZE
                  件数表示 DELIMITED BY SIZE
                  " キー:" DELIMITED BY SIZE
                  照会キー値 DELIMITED BY SIZE
                  INTO 照会表行.
           IF 不正あり
             THEN
               MOVE "*数値不正あり" TO 照会表行(109:24)
             ELSE
               CONTINUE
           END-IF.
           WRITE 照会表レコード FROM 照会表行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING 項目番号 FROM 1 BY 1
             UNTIL 項目番号 > 項目件数
             PERFORM 項目検査
             PERFORM 項目行出力
           END-PERFORM.
      *
       レコード出力－ＥＸ.
       EXIT.
      *
      ***********************************
       項目行出力             SECTION.
      ***********************************
      *
      *  項目名・位置・長さ・型と値を出す。60バイトを超える値は
      *  次の行へ続ける。低値・高値は読めるよう"."で出す。
           MOVE SPACES TO 照会表行.
           MOVE 表項目名(項目番号) TO 照会表行(3:30).
           MOVE 表項目位置(項目番号) TO 位置表示.
           MOVE 位置表示 TO 照会表行(34:5).
           MOVE 表項目長(項目番号) TO 位置表示.
           MOVE 位置表示 TO 照会表行(40:5).
           MOVE 表項目型(項目番号) TO 照会表行(46:1).
           IF 項目不正
             THEN
               MOVE "*数値不正" TO 照会表行(109:24)
             ELSE
               CONTINUE
           END-IF.
           MOVE 表項目位置(項目番号) TO 表示位置.
           MOVE 表項目長(項目番号)   TO 表示残長.
           PERFORM UNTIL 表示残長 = ZERO
             IF 表示残長 > 60
               THEN
                 MOVE 60 TO 表示長
               ELSE
                 MOVE 表示残長 TO 表示長
             END-IF
             MOVE SPACES TO 表示値
             MOVE 対象レコード(表示位置:表示長)
               TO 表示値
             INSPECT 表示値 REPLACING ALL LOW-VALUE BY "."
                                      ALL HIGH-VALUE BY "."
             MOVE 表示値 TO 照会表行(48:60)
             WRITE 照会表レコード FROM 照会表行
             MOVE SPACES TO 照会表行
             ADD 表示長 TO 表示位置
             SUBTRACT 表示長 FROM 表示残長
           END-PERFORM.
      *
       項目行出力－ＥＸ.
       EXIT.
      *
      ***********************************
       照会集計出力           SECTION.
      ***********************************
      *
           IF 処理結果(1:7) = "却下:"
             THEN
               ADD 1 TO 却下件数
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 照会表行.
           STRING "読込:" DELIMITED BY SIZE
                  読込件数 DELIMITED BY SIZE
                  " 該当:" DELIMITED BY SIZE
                  該当件数 DELIMITED BY SIZE
                  " 出力:" DELIMITED BY SIZE
                  出力件数 DELIMITED BY SIZE
                  " 数値不正:" DELIMITED BY SIZE
                  不正件数 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  処理結果 DELIMITED BY SIZE
                  INTO 照会表行.
           WRITE 照会表レコード FROM 照会表行
             AFTER 2 LINE
           END-WRITE.
           DISPLAY 照会データセット名 " 読込:" 読込件数
                   " 出力:" 出力件数 " " 処理結果.
      *
       照会集計出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           MOVE SPACES TO 照会表行.
           STRING "照会:" DELIMITED BY SIZE
                  照会件数 DELIMITED BY SIZE
                  " 却下:" DELIMITED BY SIZE
                  却下件数 DELIMITED BY SIZE
                  INTO 照会表行.
           WRITE 照会表レコード FROM 照会表行
             AFTER 2 LINE
           END-WRITE.
           CLOSE 照会表ファイル.
           DISPLAY "照会:" 照会件数 " 却下:" 却下件数.
      *
           DISPLAY "***PRO2112 END***".
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
