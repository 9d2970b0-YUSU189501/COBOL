       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2121.
      *  月次のデータ品質検査。データ品質ルール(HINSHITSU2010)に
      *  登録したルール(必須・コード値・日付の妥当性・他ファイル
      *  での存在)で人事・受験者・住所・学生の各マスタを検査し、
      *  ルールごとの違反件数と違反率を品質スコアカード
      *  (HINSHITSURPT2010)に書く。ルールごとの件数はデータ品質
      *  推移(HINSHITSUREKI2010)に残し、前月・3か月前の違反率と
      *  比べて悪化・改善を示す。違反した行のキーは担当部署ごとに
      *  並べて違反明細(HINSHITSUMEI2010)に出し、各担当が訂正に
      *  使う。同じ月に再実行した場合はその月の推移を置き換える。
      *  マスタは読むだけで更新しない。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  検査ルールの登録ファイル。
           SELECT ルールファイル ASSIGN TO
             "/home/suzuki/DATA/HINSHITSU2010"
             FILE STATUS IS ルール状態.
      *  月ごとのルール別件数。読み込んで書き戻す。
           SELECT 推移ファイル ASSIGN TO
             "/home/suzuki/DATA/HINSHITSUREKI2010"
             FILE STATUS IS 推移状態.
      *  順編成の検査対象。1バイトずつ読んでレコードに組む。
           SELECT 順検査ファイル ASSIGN TO DYNAMIC 検査名
             FILE STATUS IS 順検査状態.
      *  索引編成の検査対象。人事部・総務部ファイルと同じ様式
      *  (CP024)のファイルに限る。
           SELECT 索引検査ファイル ASSIGN TO DYNAMIC 検査名
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS 社員コード OF 索引検査レコード
             ALTERNATE RECORD KEY IS
               氏名 OF 索引検査レコード
               WITH DUPLICATES
             FILE STATUS IS 索引検査状態.
      *  存在検査の参照ファイル。1バイトずつ読んでキーを拾う。
           SELECT 参照ファイル ASSIGN TO DYNAMIC 参照名
             FILE STATUS IS 参照状態.
      *  違反明細の作業ファイルと、担当順に並べた違反明細。
           SELECT 明細作業ファイル ASSIGN TO
             "/home/suzuki/DATA/HINSHITSUMEI2010W"
             FILE STATUS IS 明細作業状態.
           SELECT 明細整列ファイル ASSIGN TO
             "/home/suzuki/DATA/HINSHITSUMEI2010S".
           SELECT 違反明細ファイル ASSIGN TO
             "/home/suzuki/DATA/HINSHITSUMEI2010"
             FILE STATUS IS 違反明細状態.
      *  品質スコアカード。
           SELECT 採点表ファイル ASSIGN TO
             "/home/suzuki/DATA/HINSHITSURPT2010"
             FILE STATUS IS 採点表状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  ルールファイル.
       01  ルールレコード.
           COPY CP090.
       FD  推移ファイル.
       01  推移レコード.
           COPY CP091.
       FD  順検査ファイル.
       01  順検査バイト       PIC X(1).
       FD  索引検査ファイル.
       01  索引検査レコード.
           COPY CP024.
       FD  参照ファイル.
       01  参照バイト         PIC X(1).
       FD  明細作業ファイル.
       01  明細作業レコード.
           COPY CP092.
       SD  明細整列ファイル.
       01  明細整列レコード.
           COPY CP092.
       FD  違反明細ファイル.
       01  違反明細レコード.
           COPY CP092.
       FD  採点表ファイル.
       01  採点表レコード     PIC X(132).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 ルール状態        PIC X(2).
         03 推移状態          PIC X(2).
         03 順検査状態        PIC X(2).
         03 索引検査状態      PIC X(2).
         03 参照状態          PIC X(2).
         03 明細作業状態      PIC X(2).
         03 違反明細状態      PIC X(2).
         03 採点表状態        PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
      *  対象年月と、比べる前月・3か月前、推移の保存(3年)の下限。
       01  対象年月           PIC 9(6).
       01  前月年月           PIC 9(6).
       01  三か月前年月       PIC 9(6).
       01  保存下限年月       PIC 9(6).
      *  年月をさかのぼるためのワーク。
       01  遡り月数           PIC 9(2).
       01  遡り年月           PIC 9(6).
       01  遡り年月分解 REDEFINES 遡り年月.
         03 遡り年            PIC 9(4).
         03 遡り月            PIC 9(2).
       01  遡り通算月         PIC 9(6).
       01  検査名             PIC X(60).
       01  参照名             PIC X(60).
      *  ルールのテーブル。表ルール状態 空白:正常 N:ファイル
      *  なし E:ルール設定誤り R:参照ファイルなし。
       01  ルールテーブルエリア.
         03 ルール件数        PIC 9(3) VALUE ZERO.
         03 ルール番号        PIC 9(3).
         03 ルールエントリ    OCCURS 100 TIMES.
           05 表ルールID      PIC X(6).
           05 表ファイル番号  PIC 9(2).
           05 表キー位置      PIC 9(3).
           05 表キー長        PIC 9(2).
           05 表項目名        PIC X(20).
           05 表項目位置      PIC 9(3).
           05 表項目長        PIC 9(2).
           05 表検査区分      PIC X(1).
           05 表許容値        PIC X(20).
           05 表空白許容      PIC X(1).
           05 表下限年        PIC 9(4).
           05 表参照ファイル名 PIC X(16).
           05 表参照レコード長 PIC 9(5).
           05 表参照キー位置  PIC 9(3).
           05 表参照絞込位置  PIC 9(3).
           05 表参照絞込値    PIC X(1).
           05 表担当          PIC X(10).
           05 表内容          PIC X(30).
           05 表ルール状態    PIC X(1).
           05 表対象件数      PIC 9(9).
           05 表違反件数      PIC 9(9).
           05 表違反率        PIC 9(3)V99.
           05 表前月有無      PIC X(1).
           05 表前月率        PIC 9(3)V99.
           05 表三か月前有無  PIC X(1).
           05 表三か月前率    PIC 9(3)V99.
      *  検査するファイルのテーブル。同じファイルは1回だけ読む。
       01  ファイルテーブルエリア.
         03 ファイル件数      PIC 9(2) VALUE ZERO.
         03 ファイル番号      PIC 9(2).
         03 該当ファイル番号  PIC 9(2).
         03 ファイルエントリ  OCCURS 20 TIMES.
           05 表ファイル名    PIC X(16).
           05 表編成          PIC X(1).
           05 表レコード長    PIC 9(5).
           05 表ファイル状態  PIC X(1).
      *  存在検査の参照キーのテーブル。検査中のファイルの分だけ
      *  持つ。
       01  参照キーテーブルエリア.
         03 参照キー件数      PIC 9(5) VALUE ZERO.
         03 参照キー番号      PIC 9(5).
         03 参照キーエントリ  OCCURS 20000 TIMES.
           05 表参照ルール番号 PIC 9(3).
           05 表参照キー      PIC X(20).
      *  前月までの品質推移のテーブル。
       01  推移テーブルエリア.
         03 推移件数          PIC 9(4) VALUE ZERO.
         03 推移番号          PIC 9(4).
         03 推移エントリ      OCCURS 5000 TIMES.
           05 表推移年月      PIC 9(6).
           05 表推移ルールID  PIC X(6).
           05 表推移対象件数  PIC 9(9).
           05 表推移違反件数  PIC 9(9).
           05 表推移検査日    PIC 9(8).
           05 表推移検査状態  PIC X(1).
      *  担当部署ごとの違反件数。
       01  担当テーブルエリア.
         03 担当件数          PIC 9(2) VALUE ZERO.
         03 担当番号          PIC 9(2).
         03 該当担当番号      PIC 9(2).
         03 担当エントリ      OCCURS 30 TIMES.
           05 表担当名        PIC X(10).
           05 表担当違反件数  PIC 9(9).
      *  組み立てた1行分と、読み込んだバイト数。
       01  検査レコード       PIC X(500).
       01  参照レコード       PIC X(500).
       01  バイト位置         PIC 9(5).
       01  項目値             PIC X(20).
      *  当てているルールの項目の位置と長さ。
       01  項目位置           PIC 9(3).
       01  項目長             PIC 9(2).
       01  違反区分           PIC X(1).
           88 違反あり        VALUE "Y".
           88 違反なし        VALUE "N".
      *  コード値検査のワーク。
       01  許容数             PIC 9(2).
       01  許容番号           PIC 9(2).
       01  許容位置           PIC 9(2).
      *  日付検査のワーク。
       01  検査日付           PIC 9(8).
       01  検査日付分解 REDEFINES 検査日付.
         03 検査年            PIC 9(4).
         03 検査月            PIC 9(2).
         03 検査日            PIC 9(2).
       01  下限年             PIC 9(4).
       01  月末日             PIC 9(2).
      *  閏年判定のワーク。
       01  Ｒ１００           PIC 9(04).
       01  Ｒ４００           PIC 9(04).
       01  Ｒ４               PIC 9(04).
       01  商                 PIC 9(04).
      *  月ごとの末日。2月は閏年判定で補正する。
       01  月末日テーブル値   PIC X(24)
                        VALUE "312831303130313130313031".
       01  月末日テーブル REDEFINES 月末日テーブル値.
         03 月末日項目        PIC 9(02) OCCURS 12 TIMES.
      *  違反率の算出と傾向。
       01  率算出対象件数     PIC 9(9).
       01  率算出違反件数     PIC 9(9).
       01  算出率             PIC 9(3)V99.
       01  率増減             PIC S9(3)V99.
       01  傾向表示           PIC X(12).
       01  検査表示           PIC X(9).
      *  件数集計。
       01  集計エリア.
         03 検査行件数        PIC 9(9) VALUE ZERO.
         03 違反合計件数      PIC 9(9) VALUE ZERO.
         03 悪化ルール件数    PIC 9(3) VALUE ZERO.
         03 検査不能ルール件数 PIC 9(3) VALUE ZERO.
       01  件数編集           PIC ZZZ,ZZZ,ZZ9.
       01  率編集             PIC ZZ9.99.
       01  採点表行           PIC X(132).
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
           DISPLAY "***PRO2121 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           MOVE 実行日(1:6) TO 対象年月.
           COMPUTE 保存下限年月 = 対象年月 - 300.
           MOVE 1 TO 遡り月数.
           PERFORM 年月遡り.
           MOVE 遡り年月 TO 前月年月.
           MOVE 3 TO 遡り月数.
           PERFORM 年月遡り.
           MOVE 遡り年月 TO 三か月前年月.
           PERFORM ルール読込.
           IF ルール件数 = ZERO
             THEN
               DISPLAY "データ品質ルールなし。"
               DISPLAY "***PRO2121 END***"
               GOBACK
             ELSE
               CONTINUE
           END-IF.
           PERFORM 推移読込.
           OPEN OUTPUT 明細作業ファイル.
           IF 明細作業状態 NOT = "00"
             THEN
               MOVE "PRO2121" TO 発生プログラム名
               MOVE 明細作業状態 TO 入出力状態
               MOVE "違反明細作業のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           OPEN OUTPUT 採点表ファイル.
           IF 採点表状態 NOT = "00"
             THEN
               MOVE "PRO2121" TO 発生プログラム名
               MOVE 採点表状態 TO 入出力状態
               MOVE "品質スコアカードのオープンエラー"
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
       年月遡り               SECTION.
      ***********************************
      *
      *  対象年月から遡り月数だけ前の年月を求める。
           DIVIDE 対象年月 BY 100
             GIVING 遡り年 REMAINDER 遡り月.
           COMPUTE 遡り通算月 = 遡り年 * 12
             + 遡り月 - 1 - 遡り月数.
           DIVIDE 遡り通算月 BY 12
             GIVING 遡り年 REMAINDER 遡り月.
           ADD 1 TO 遡り月.
      *
       年月遡り－ＥＸ.
       EXIT.
      *
      ***********************************
       ルール読込             SECTION.
      ***********************************
      *
      *  ルールを読み込み、検査するファイルを重複なく拾い出す。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT ルールファイル.
           IF ルール状態 NOT = "00"
             THEN
               GO TO ルール読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ ルールファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF ルール件数 < 100
                   THEN
                     ADD 1 TO ルール件数
                     PERFORM ルール行取込
                     PERFORM ルール点検
                   ELSE
                     DISPLAY "ルール上限超過。"
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ルールファイル.
      *
       ルール読込－ＥＸ.
       EXIT.
      *
      ***********************************
       ルール行取込           SECTION.
      ***********************************
      *
           MOVE ルール件数 TO ルール番号.
           INITIALIZE ルールエントリ(ルール番号).
           MOVE ルールID       TO 表ルールID(ルール番号).
           MOVE ルールキー位置
             TO 表キー位置(ルール番号).
           MOVE ルールキー長   TO 表キー長(ルール番号).
           MOVE ルール項目名   TO 表項目名(ルール番号).
           MOVE ルール項目位置
             TO 表項目位置(ルール番号).
           MOVE ルール項目長   TO 表項目長(ルール番号).
           MOVE ルール検査区分
             TO 表検査区分(ルール番号).
           MOVE ルール許容値   TO 表許容値(ルール番号).
           MOVE ルール空白許容
             TO 表空白許容(ルール番号).
           MOVE ルール下限年   TO 表下限年(ルール番号).
           MOVE ルール参照ファイル名
             TO 表参照ファイル名(ルール番号).
           MOVE ルール参照レコード長
             TO 表参照レコード長(ルール番号).
           MOVE ルール参照キー位置
             TO 表参照キー位置(ルール番号).
           MOVE ルール参照絞込位置
             TO 表参照絞込位置(ルール番号).
           MOVE ルール参照絞込値
             TO 表参照絞込値(ルール番号).
           MOVE ルール担当     TO 表担当(ルール番号).
           MOVE ルール内容     TO 表内容(ルール番号).
           MOVE SPACE          TO 表ルール状態(ルール番号).
           MOVE ZERO TO 該当ファイル番号.
           PERFORM VARYING ファイル番号 FROM 1 BY 1
             UNTIL ファイル番号 > ファイル件数
                OR 該当ファイル番号 > ZERO
             IF 表ファイル名(ファイル番号)
                = ルールファイル名
               THEN
                 MOVE ファイル番号 TO 該当ファイル番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当ファイル番号 = ZERO
             THEN
               IF ファイル件数 < 20
                 THEN
                   ADD 1 TO ファイル件数
                   MOVE ファイル件数 TO 該当ファイル番号
                   MOVE ルールファイル名
                     TO 表ファイル名(ファイル件数)
                   MOVE ルール編成 TO 表編成(ファイル件数)
                   MOVE ルールレコード長
                     TO 表レコード長(ファイル件数)
      *  索引編成はCP024の様式に決まっているので長さを固定する。
                   IF ルール索引編成
                     THEN
                       MOVE 125
                         TO 表レコード長(ファイル件数)
                     ELSE
                       CONTINUE
                   END-IF
                   MOVE SPACE
                     TO 表ファイル状態(ファイル件数)
                 ELSE
                   DISPLAY "検査ファイル上限超過:"
                           ルールファイル名
                   MOVE "E" TO 表ルール状態(ルール番号)
               END-IF
             ELSE
               IF 表レコード長(該当ファイル番号)
                  NOT = ルールレコード長
                  AND NOT ルール索引編成
                 THEN
                   DISPLAY "レコード長の不一致:" ルールID
                   MOVE "E" TO 表ルール状態(ルール番号)
                 ELSE
                   CONTINUE
               END-IF
           END-IF.
           MOVE 該当ファイル番号
             TO 表ファイル番号(ルール番号).
      *
       ルール行取込－ＥＸ.
       EXIT.
      *
      ***********************************
       ルール点検             SECTION.
      ***********************************
      *
      *  項目やキーがレコードからはみ出すルール、項目長が検査
      *  区分に合わないルールは設定誤りとして検査しない。
           IF 表ルール状態(ルール番号) NOT = SPACE
             THEN
               GO TO ルール点検－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 表ファイル番号(ルール番号)
             TO ファイル番号.
           EVALUATE TRUE
             WHEN 表レコード長(ファイル番号) = ZERO
               OR 表レコード長(ファイル番号) > 500
               MOVE "E" TO 表ルール状態(ルール番号)
             WHEN 表項目位置(ルール番号) = ZERO
               OR 表項目長(ルール番号) = ZERO
               OR 表キー位置(ルール番号) = ZERO
               OR 表キー長(ルール番号) = ZERO
               OR 表キー長(ルール番号) > 20
               MOVE "E" TO 表ルール状態(ルール番号)
             WHEN 表項目位置(ルール番号)
                  + 表項目長(ルール番号) - 1
                  > 表レコード長(ファイル番号)
               MOVE "E" TO 表ルール状態(ルール番号)
             WHEN 表キー位置(ルール番号)
                  + 表キー長(ルール番号) - 1
                  > 表レコード長(ファイル番号)
               MOVE "E" TO 表ルール状態(ルール番号)
             WHEN 表検査区分(ルール番号) = "M"
               CONTINUE
             WHEN 表検査区分(ルール番号) = "V"
               IF 表項目長(ルール番号) > 20
                 THEN
                   MOVE "E" TO 表ルール状態(ルール番号)
                 ELSE
                   CONTINUE
               END-IF
             WHEN 表検査区分(ルール番号) = "D"
               IF 表項目長(ルール番号) NOT = 8
                 THEN
                   MOVE "E" TO 表ルール状態(ルール番号)
                 ELSE
                   CONTINUE
               END-IF
             WHEN 表検査区分(ルール番号) = "X"
               PERFORM 参照ルール点検
             WHEN OTHER
               MOVE "E" TO 表ルール状態(ルール番号)
           END-EVALUATE.
           IF 表ルール状態(ルール番号) = "E"
             THEN
               DISPLAY "ルール設定誤り:"
                       表ルールID(ルール番号)
             ELSE
               CONTINUE
           END-IF.
      *
       ルール点検－ＥＸ.
       EXIT.
      *
      ***********************************
       参照ルール点検         SECTION.
      ***********************************
      *
           EVALUATE TRUE
             WHEN 表項目長(ルール番号) > 20
               MOVE "E" TO 表ルール状態(ルール番号)
             WHEN 表参照ファイル名(ルール番号) = SPACES
               OR 表参照レコード長(ルール番号) = ZERO
               OR 表参照レコード長(ルール番号) > 500
               OR 表参照キー位置(ルール番号) = ZERO
               MOVE "E" TO 表ルール状態(ルール番号)
             WHEN 表参照キー位置(ルール番号)
                  + 表項目長(ルール番号) - 1
                  > 表参照レコード長(ルール番号)
               MOVE "E" TO 表ルール状態(ルール番号)
             WHEN 表参照絞込位置(ルール番号)
                  > 表参照レコード長(ルール番号)
               MOVE "E" TO 表ルール状態(ルール番号)
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
       参照ルール点検－ＥＸ.
       EXIT.
      *
      ***********************************
       推移読込               SECTION.
      ***********************************
      *
      *  前月までの推移を読む。当月分(再実行時)と保存期間を
      *  過ぎた分は読み捨てる。推移が無ければ初回とする。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 推移ファイル.
           IF 推移状態 NOT = "00"
             THEN
               DISPLAY "データ品質推移なし。"
                       "初回として処理する。"
               GO TO 推移読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 推移ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 品質年月 NOT = 対象年月 AND
                    品質年月 > 保存下限年月
                   THEN
                     IF 推移件数 < 5000
                       THEN
                         ADD 1 TO 推移件数
                         MOVE 品質年月
                           TO 表推移年月(推移件数)
                         MOVE 品質ルールID
                           TO 表推移ルールID(推移件数)
                         MOVE 品質対象件数
                           TO 表推移対象件数(推移件数)
                         MOVE 品質違反件数
                           TO 表推移違反件数(推移件数)
                         MOVE 品質検査日
                           TO 表推移検査日(推移件数)
                         MOVE 品質検査状態
                           TO 表推移検査状態(推移件数)
                       ELSE
                         MOVE "PRO2121" TO 発生プログラム名
                         MOVE SPACES TO 入出力状態
                         MOVE "推移テーブル上限超過"
                           TO 異常終了メッセージ
                         PERFORM 異常終了処理
                     END-IF
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 推移ファイル.
      *
       推移読込－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
           PERFORM VARYING ファイル番号 FROM 1 BY 1
             UNTIL ファイル番号 > ファイル件数
             PERFORM ファイル検査
           END-PERFORM.
           CLOSE 明細作業ファイル.
           PERFORM 推移書き戻し.
           PERFORM 採点表見出し出力.
           PERFORM VARYING ルール番号 FROM 1 BY 1
             UNTIL ルール番号 > ルール件数
             PERFORM 推移比較
             PERFORM 採点明細出力
           END-PERFORM.
           PERFORM 担当別出力.
      *  違反明細を担当・ルール・キーの順に並べる。
           SORT 明細整列ファイル
             ASCENDING KEY 明細担当 OF 明細整列レコード
             ASCENDING KEY 明細ルールID OF 明細整列レコード
             ASCENDING KEY 明細キー OF 明細整列レコード
             USING  明細作業ファイル
             GIVING 違反明細ファイル.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       ファイル検査           SECTION.
      ***********************************
      *
           MOVE SPACES TO 検査名.
           STRING "/home/suzuki/DATA/" DELIMITED BY SIZE
                  表ファイル名(ファイル番号)
                    DELIMITED BY SPACE
                  INTO 検査名.
           PERFORM 参照キー読込.
           IF 表編成(ファイル番号) = "I"
             THEN
               PERFORM 索引ファイル検査
             ELSE
               PERFORM 順ファイル検査
           END-IF.
      *  開けなかったファイルのルールは検査不能とする。
           IF 表ファイル状態(ファイル番号) = "N"
             THEN
               PERFORM VARYING ルール番号 FROM 1 BY 1
                 UNTIL ルール番号 > ルール件数
                 IF 表ファイル番号(ルール番号)
                    = ファイル番号
                    AND 表ルール状態(ルール番号) = SPACE
                   THEN
                     MOVE "N" TO 表ルール状態(ルール番号)
                   ELSE
                     CONTINUE
                 END-IF
               END-PERFORM
             ELSE
               CONTINUE
           END-IF.
      *
       ファイル検査－ＥＸ.
       EXIT.
      *
      ***********************************
       参照キー読込           SECTION.
      ***********************************
      *
      *  検査するファイルの存在検査ルールについて、参照
      *  ファイルのキーをテーブルに読み込む。
           MOVE ZERO TO 参照キー件数.
           PERFORM VARYING ルール番号 FROM 1 BY 1
             UNTIL ルール番号 > ルール件数
             IF 表ファイル番号(ルール番号)
                = ファイル番号
                AND 表検査区分(ルール番号) = "X"
                AND 表ルール状態(ルール番号) = SPACE
               THEN
                 PERFORM 参照ファイル読込
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       参照キー読込－ＥＸ.
       EXIT.
      *
      ***********************************
       参照ファイル読込       SECTION.
      ***********************************
      *
           MOVE SPACES TO 参照名.
           STRING "/home/suzuki/DATA/" DELIMITED BY SIZE
                  表参照ファイル名(ルール番号)
                    DELIMITED BY SPACE
                  INTO 参照名.
           OPEN INPUT 参照ファイル.
           IF 参照状態 NOT = "00"
             THEN
               DISPLAY "参照ファイルなし:"
                       表参照ファイル名(ルール番号)
               MOVE "R" TO 表ルール状態(ルール番号)
               GO TO 参照ファイル読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE ZERO TO バイト位置.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 参照ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 ADD 1 TO バイト位置
                 MOVE 参照バイト
                   TO 参照レコード(バイト位置:1)
                 IF バイト位置
                    = 表参照レコード長(ルール番号)
                   THEN
                     PERFORM 参照キー取込
                     MOVE ZERO TO バイト位置
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 参照ファイル.
      *
       参照ファイル読込－ＥＸ.
       EXIT.
      *
      ***********************************
       参照キー取込           SECTION.
      ***********************************
      *
           IF 表参照絞込位置(ルール番号) > ZERO
             THEN
               MOVE 表参照絞込位置(ルール番号)
                 TO 項目位置
               IF 参照レコード(項目位置:1)
                  NOT = 表参照絞込値(ルール番号)
                 THEN
                   GO TO 参照キー取込－ＥＸ
                 ELSE
                   CONTINUE
               END-IF
             ELSE
               CONTINUE
           END-IF.
           IF 参照キー件数 < 20000
             THEN
               ADD 1 TO 参照キー件数
               MOVE ルール番号
                 TO 表参照ルール番号(参照キー件数)
               MOVE 表参照キー位置(ルール番号)
                 TO 項目位置
               MOVE 表項目長(ルール番号) TO 項目長
               MOVE 参照レコード(項目位置:項目長)
                 TO 表参照キー(参照キー件数)
             ELSE
               MOVE "PRO2121" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "参照キーテーブル上限超過"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
           END-IF.
      *
       参照キー取込－ＥＸ.
       EXIT.
      *
      ***********************************
       順ファイル検査         SECTION.
      ***********************************
      *
      *  1バイトずつ読んでレコード長ごとに1行として検査する。
      *  割り切れずに残ったバイトは検査しない。
           OPEN INPUT 順検査ファイル.
           IF 順検査状態 NOT = "00"
             THEN
               DISPLAY "検査ファイルなし:"
                       表ファイル名(ファイル番号)
               MOVE "N" TO 表ファイル状態(ファイル番号)
               GO TO 順ファイル検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE ZERO TO バイト位置.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 順検査ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 ADD 1 TO バイト位置
                 MOVE 順検査バイト
                   TO 検査レコード(バイト位置:1)
                 IF バイト位置
                    = 表レコード長(ファイル番号)
                   THEN
                     PERFORM 行検査
                     MOVE ZERO TO バイト位置
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 順検査ファイル.
           IF バイト位置 > ZERO
             THEN
               DISPLAY "レコード長の端数あり:"
                       表ファイル名(ファイル番号)
             ELSE
               CONTINUE
           END-IF.
      *
       順ファイル検査－ＥＸ.
       EXIT.
      *
      ***********************************
       索引ファイル検査       SECTION.
      ***********************************
      *
           OPEN INPUT 索引検査ファイル.
           IF 索引検査状態 NOT = "00"
             THEN
               DISPLAY "検査ファイルなし:"
                       表ファイル名(ファイル番号)
               MOVE "N" TO 表ファイル状態(ファイル番号)
               GO TO 索引ファイル検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 索引検査ファイル NEXT RECORD
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 MOVE SPACES TO 検査レコード
                 MOVE 索引検査レコード TO 検査レコード
                 PERFORM 行検査
             END-READ
           END-PERFORM.
           CLOSE 索引検査ファイル.
      *
       索引ファイル検査－ＥＸ.
       EXIT.
      *
      ***********************************
       行検査                 SECTION.
      ***********************************
      *
      *  1行についてそのファイルの全ルールを当てる。
           ADD 1 TO 検査行件数.
           PERFORM VARYING ルール番号 FROM 1 BY 1
             UNTIL ルール番号 > ルール件数
             IF 表ファイル番号(ルール番号)
                = ファイル番号
                AND 表ルール状態(ルール番号) = SPACE
               THEN
                 ADD 1 TO 表対象件数(ルール番号)
                 SET 違反なし TO TRUE
                 MOVE 表項目位置(ルール番号)
                   TO 項目位置
                 MOVE 表項目長(ルール番号) TO 項目長
                 EVALUATE 表検査区分(ルール番号)
                   WHEN "M"
                     PERFORM 必須検査
                   WHEN "V"
                     PERFORM コード値検査
                   WHEN "D"
                     PERFORM 日付検査
                   WHEN "X"
                     PERFORM 存在検査
                 END-EVALUATE
                 IF 違反あり
                   THEN
                     PERFORM 違反記録
                   ELSE
                     CONTINUE
                 END-IF
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       行検査－ＥＸ.
       EXIT.
      *
      ***********************************
       必須検査               SECTION.
      ***********************************
      *
      *  空白のみ、またはゼロのみの項目を未設定とする。
           IF 検査レコード(項目位置:項目長) = SPACES
              OR 検査レコード(項目位置:項目長) = ZEROS
             THEN
               SET 違反あり TO TRUE
             ELSE
               CONTINUE
           END-IF.
      *
       必須検査－ＥＸ.
       EXIT.
      *
      ***********************************
       コード値検査           SECTION.
      ***********************************
      *
      *  許容値を項目長ずつ区切って順に比べる。空白の区切りが
      *  出たところで終わりとする。
           MOVE SPACES TO 項目値.
           MOVE 検査レコード(項目位置:項目長)
             TO 項目値.
           IF 項目値 = SPACES
              AND 表空白許容(ルール番号) = "Y"
             THEN
               GO TO コード値検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           SET 違反あり TO TRUE.
           DIVIDE 20 BY 表項目長(ルール番号) GIVING 許容数.
           MOVE 1 TO 許容位置.
           PERFORM VARYING 許容番号 FROM 1 BY 1
             UNTIL 許容番号 > 許容数
                OR 違反なし
             IF 表許容値(ルール番号)(許容位置:
                                     表項目長(ルール番号))
                = SPACES
               THEN
                 MOVE 許容数 TO 許容番号
               ELSE
                 IF 表許容値(ルール番号)(許容位置:
                                         表項目長(ルール番号))
                    = 項目値(1:表項目長(ルール番号))
                   THEN
                     SET 違反なし TO TRUE
                   ELSE
                     CONTINUE
                 END-IF
             END-IF
             ADD 表項目長(ルール番号) TO 許容位置
           END-PERFORM.
      *
       コード値検査－ＥＸ.
       EXIT.
      *
      ***********************************
       日付検査               SECTION.
      ***********************************
      *
      *  未設定(空白・ゼロ)は必須検査に任せ、ここでは数字で
      *  ない日付、暦に無い日付、下限年より前と処理日より後の
      *  日付を違反とする。
           IF 検査レコード(項目位置:8) = SPACES
              OR 検査レコード(項目位置:8) = ZEROS
             THEN
               GO TO 日付検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 検査レコード(項目位置:8)
              IS NOT NUMERIC
             THEN
               SET 違反あり TO TRUE
               GO TO 日付検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 検査レコード(項目位置:8)
             TO 検査日付.
           IF 表下限年(ルール番号) = ZERO
             THEN
               MOVE 1900 TO 下限年
             ELSE
               MOVE 表下限年(ルール番号) TO 下限年
           END-IF.
           IF 検査年 < 下限年
              OR 検査日付 > 実行日
              OR 検査月 < 1
              OR 検査月 > 12
              OR 検査日 < 1
             THEN
               SET 違反あり TO TRUE
               GO TO 日付検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 月末日項目(検査月) TO 月末日.
           IF 検査月 = 2
             THEN
               PERFORM 閏年判定
             ELSE
               CONTINUE
           END-IF.
           IF 検査日 > 月末日
             THEN
               SET 違反あり TO TRUE
             ELSE
               CONTINUE
           END-IF.
      *
       日付検査－ＥＸ.
       EXIT.
      *
      ***********************************
       閏年判定               SECTION.
      ***********************************
      *
      *  4で割り切れ100で割り切れない年、または400で割り
      *  切れる年が閏年。2月の末日を29日に補正する。
           DIVIDE 検査年 BY 100
             GIVING 商 REMAINDER Ｒ１００.
           DIVIDE 検査年 BY 400
             GIVING 商 REMAINDER Ｒ４００.
           DIVIDE 検査年 BY 4
             GIVING 商 REMAINDER Ｒ４.
           IF ( Ｒ４ = 0 AND Ｒ１００ NOT = 0 )
              OR Ｒ４００ = 0
             THEN
               MOVE 29 TO 月末日
             ELSE
               CONTINUE
           END-IF.
      *
       閏年判定－ＥＸ.
       EXIT.
      *
      ***********************************
       存在検査               SECTION.
      ***********************************
      *
      *  空白の項目は必須検査に任せる。
           MOVE SPACES TO 項目値.
           MOVE 検査レコード(項目位置:項目長)
             TO 項目値.
           IF 項目値 = SPACES
             THEN
               GO TO 存在検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           SET 違反あり TO TRUE.
           PERFORM VARYING 参照キー番号 FROM 1 BY 1
             UNTIL 参照キー番号 > 参照キー件数
                OR 違反なし
             IF 表参照ルール番号(参照キー番号)
                = ルール番号
                AND 表参照キー(参照キー番号) = 項目値
               THEN
                 SET 違反なし TO TRUE
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       存在検査－ＥＸ.
       EXIT.
      *
      ***********************************
       違反記録               SECTION.
      ***********************************
      *
           ADD 1 TO 表違反件数(ルール番号).
           ADD 1 TO 違反合計件数.
           MOVE SPACES TO 明細作業レコード.
           MOVE 表担当(ルール番号)
             TO 明細担当 OF 明細作業レコード.
           MOVE 表ルールID(ルール番号)
             TO 明細ルールID OF 明細作業レコード.
           MOVE 表ファイル名(ファイル番号)
             TO 明細ファイル名 OF 明細作業レコード.
           MOVE 検査レコード(表キー位置(ルール番号):
                             表キー長(ルール番号))
             TO 明細キー OF 明細作業レコード.
           MOVE 表項目名(ルール番号)
             TO 明細項目名 OF 明細作業レコード.
           MOVE 検査レコード(項目位置:項目長)
             TO 明細項目値 OF 明細作業レコード.
           MOVE 表内容(ルール番号)
             TO 明細内容 OF 明細作業レコード.
           MOVE 対象年月
             TO 明細年月 OF 明細作業レコード.
           WRITE 明細作業レコード.
      *  担当部署ごとの違反件数を数える。
           MOVE ZERO TO 該当担当番号.
           PERFORM VARYING 担当番号 FROM 1 BY 1
             UNTIL 担当番号 > 担当件数
                OR 該当担当番号 > ZERO
             IF 表担当名(担当番号) = 表担当(ルール番号)
               THEN
                 MOVE 担当番号 TO 該当担当番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当担当番号 = ZERO
              AND 担当件数 < 30
             THEN
               ADD 1 TO 担当件数
               MOVE 担当件数 TO 該当担当番号
               MOVE 表担当(ルール番号)
                 TO 表担当名(担当件数)
               MOVE ZERO TO 表担当違反件数(担当件数)
             ELSE
               CONTINUE
           END-IF.
           IF 該当担当番号 > ZERO
             THEN
               ADD 1 TO 表担当違反件数(該当担当番号)
             ELSE
               CONTINUE
           END-IF.
      *
       違反記録－ＥＸ.
       EXIT.
      *
      ***********************************
       推移書き戻し           SECTION.
      ***********************************
      *
      *  残した前月までの推移に当月の検査結果を加えて書き戻す。
           OPEN OUTPUT 推移ファイル.
           IF 推移状態 NOT = "00"
             THEN
               MOVE "PRO2121" TO 発生プログラム名
               MOVE 推移状態 TO 入出力状態
               MOVE "データ品質推移のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING 推移番号 FROM 1 BY 1
             UNTIL 推移番号 > 推移件数
             MOVE SPACES TO 推移レコード
             MOVE 表推移年月(推移番号)     TO 品質年月
             MOVE 表推移ルールID(推移番号)
               TO 品質ルールID
             MOVE 表推移対象件数(推移番号)
               TO 品質対象件数
             MOVE 表推移違反件数(推移番号)
               TO 品質違反件数
             MOVE 表推移検査日(推移番号)   TO 品質検査日
             MOVE 表推移検査状態(推移番号)
               TO 品質検査状態
             WRITE 推移レコード
           END-PERFORM.
           PERFORM VARYING ルール番号 FROM 1 BY 1
             UNTIL ルール番号 > ルール件数
             MOVE SPACES TO 推移レコード
             MOVE 対象年月                 TO 品質年月
             MOVE 表ルールID(ルール番号)   TO 品質ルールID
             MOVE 表対象件数(ルール番号)  
               TO 品質対象件数
             MOVE 表違反件数(ルール番号)  
               TO 品質違反件数
             MOVE 実行日                   TO 品質検査日
             MOVE 表ルール状態(ルール番号)
               TO 品質検査状態
             WRITE 推移レコード
           END-PERFORM.
           CLOSE 推移ファイル.
      *
       推移書き戻し－ＥＸ.
       EXIT.
      *
      ***********************************
       推移比較               SECTION.
      ***********************************
      *
      *  当月の違反率を求め、前月・3か月前の推移があれば
      *  その違反率を拾う。
           MOVE 表対象件数(ルール番号)
             TO 率算出対象件数.
           MOVE 表違反件数(ルール番号)
             TO 率算出違反件数.
           PERFORM 違反率算出.
           MOVE 算出率 TO 表違反率(ルール番号).
           MOVE "N" TO 表前月有無(ルール番号).
           MOVE "N" TO 表三か月前有無(ルール番号).
           PERFORM VARYING 推移番号 FROM 1 BY 1
             UNTIL 推移番号 > 推移件数
             IF 表推移ルールID(推移番号)
                = 表ルールID(ルール番号)
                AND 表推移検査状態(推移番号) = SPACE
                AND 表推移対象件数(推移番号) > ZERO
               THEN
                 MOVE 表推移対象件数(推移番号)
                   TO 率算出対象件数
                 MOVE 表推移違反件数(推移番号)
                   TO 率算出違反件数
                 EVALUATE 表推移年月(推移番号)
                   WHEN 前月年月
                     PERFORM 違反率算出
                     MOVE 算出率 TO 表前月率(ルール番号)
                     MOVE "Y" TO 表前月有無(ルール番号)
                   WHEN 三か月前年月
                     PERFORM 違反率算出
                     MOVE 算出率
                       TO 表三か月前率(ルール番号)
                     MOVE "Y" TO 表三か月前有無(ルール番号)
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       推移比較－ＥＸ.
       EXIT.
      *
      ***********************************
       違反率算出             SECTION.
      ***********************************
      *
      *  違反件数を対象件数で割った百分率。
           IF 率算出対象件数 = ZERO
             THEN
               MOVE ZERO TO 算出率
             ELSE
               COMPUTE 算出率 ROUNDED =
                 率算出違反件数 * 100 / 率算出対象件数
           END-IF.
      *
       違反率算出－ＥＸ.
       EXIT.
      *
      ***********************************
       採点表見出し出力       SECTION.
      ***********************************
      *
           MOVE SPACES TO 採点表行.
           STRING "データ品質スコアカード 対象年月:"
                  DELIMITED BY SIZE
                  対象年月 DELIMITED BY SIZE
                  " 処理日:" DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO 採点表行.
           WRITE 採点表レコード FROM 採点表行.
           MOVE SPACES TO 採点表行.
           MOVE "ID"       TO 採点表行(1:2).
           MOVE "ファイル" TO 採点表行(8:12).
           MOVE "項目"     TO 採点表行(25:6).
           MOVE "検査"     TO 採点表行(46:6).
           MOVE "対象件数" TO 採点表行(55:12).
           MOVE "違反件数" TO 採点表行(67:12).
           MOVE "違反率"   TO 採点表行(79:9).
           MOVE "前月"     TO 採点表行(88:6).
           MOVE "3月前"    TO 採点表行(94:7).
           MOVE "傾向"     TO 採点表行(103:6).
           MOVE "担当"     TO 採点表行(116:6).
           WRITE 採点表レコード FROM 採点表行
             AFTER 2 LINE
           END-WRITE.
      *
       採点表見出し出力－ＥＸ.
       EXIT.
      *
      ***********************************
       採点明細出力           SECTION.
      ***********************************
      *
           MOVE SPACES TO 採点表行.
           MOVE 表ルールID(ルール番号) TO 採点表行(1:6).
           MOVE 表ファイル番号(ルール番号)
             TO ファイル番号.
           MOVE 表ファイル名(ファイル番号)
             TO 採点表行(8:16).
           MOVE 表項目名(ルール番号) TO 採点表行(25:20).
           EVALUATE 表検査区分(ルール番号)
             WHEN "M"
               MOVE "必須" TO 検査表示
             WHEN "V"
               MOVE "コード" TO 検査表示
             WHEN "D"
               MOVE "日付" TO 検査表示
             WHEN "X"
               MOVE "存在" TO 検査表示
             WHEN OTHER
               MOVE SPACES TO 検査表示
           END-EVALUATE.
           MOVE 検査表示 TO 採点表行(46:9).
           MOVE 表担当(ルール番号) TO 採点表行(116:10).
      *  検査できなかったルールは理由だけを出す。
           IF 表ルール状態(ルール番号) NOT = SPACE
             THEN
               ADD 1 TO 検査不能ルール件数
               EVALUATE 表ルール状態(ルール番号)
                 WHEN "N"
                   MOVE "*検査不能(ファイルなし)"
                     TO 採点表行(56:45)
                 WHEN "R"
                   MOVE "*検査不能(参照ファイルなし)"
                     TO 採点表行(56:45)
                 WHEN OTHER
                   MOVE "*検査不能(ルール設定誤り)"
                     TO 採点表行(56:45)
               END-EVALUATE
               WRITE 採点表レコード FROM 採点表行
               GO TO 採点明細出力－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 表対象件数(ルール番号) TO 件数編集.
           MOVE 件数編集 TO 採点表行(56:11).
           MOVE 表違反件数(ルール番号) TO 件数編集.
           MOVE 件数編集 TO 採点表行(68:11).
           MOVE 表違反率(ルール番号) TO 率編集.
           MOVE 率編集 TO 採点表行(81:6).
           IF 表前月有無(ルール番号) = "Y"
             THEN
               MOVE 表前月率(ルール番号) TO 率編集
               MOVE 率編集 TO 採点表行(88:6)
             ELSE
               MOVE "-" TO 採点表行(93:1)
           END-IF.
           IF 表三か月前有無(ルール番号) = "Y"
             THEN
               MOVE 表三か月前率(ルール番号) TO 率編集
               MOVE 率編集 TO 採点表行(95:6)
             ELSE
               MOVE "-" TO 採点表行(100:1)
           END-IF.
      *  前月と比べる。前月が無ければ3か月前と比べる。
           EVALUATE TRUE
             WHEN 表前月有無(ルール番号) = "Y"
               COMPUTE 率増減 = 表違反率(ルール番号)
                 - 表前月率(ルール番号)
             WHEN 表三か月前有無(ルール番号) = "Y"
               COMPUTE 率増減 = 表違反率(ルール番号)
                 - 表三か月前率(ルール番号)
             WHEN OTHER
               MOVE ZERO TO 率増減
           END-EVALUATE.
           EVALUATE TRUE
             WHEN 表前月有無(ルール番号) NOT = "Y"
                  AND 表三か月前有無(ルール番号) NOT = "Y"
               MOVE "初回" TO 傾向表示
             WHEN 率増減 > ZERO
               MOVE "*悪化" TO 傾向表示
               ADD 1 TO 悪化ルール件数
             WHEN 率増減 < ZERO
               MOVE "改善" TO 傾向表示
             WHEN OTHER
               MOVE "横ばい" TO 傾向表示
           END-EVALUATE.
           MOVE 傾向表示 TO 採点表行(103:12).
           WRITE 採点表レコード FROM 採点表行.
      *
       採点明細出力－ＥＸ.
       EXIT.
      *
      ***********************************
       担当別出力             SECTION.
      ***********************************
      *
      *  担当部署ごとの違反件数。違反明細の訂正の依頼先となる。
           MOVE SPACES TO 採点表行.
           MOVE "担当別違反件数" TO 採点表行(1:21).
           WRITE 採点表レコード FROM 採点表行
             AFTER 2 LINE
           END-WRITE.
           IF 担当件数 = ZERO
             THEN
               MOVE SPACES TO 採点表行
               MOVE "違反なし" TO 採点表行(3:12)
               WRITE 採点表レコード FROM 採点表行
               GO TO 担当別出力－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING 担当番号 FROM 1 BY 1
             UNTIL 担当番号 > 担当件数
             MOVE SPACES TO 採点表行
             MOVE 表担当名(担当番号) TO 採点表行(3:10)
             MOVE 表担当違反件数(担当番号) TO 件数編集
             MOVE 件数編集 TO 採点表行(14:11)
             WRITE 採点表レコード FROM 採点表行
           END-PERFORM.
      *
       担当別出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           MOVE SPACES TO 採点表行.
           STRING "検査行:" DELIMITED BY SIZE
                  検査行件数 DELIMITED BY SIZE
                  " 違反:" DELIMITED BY SIZE
                  違反合計件数 DELIMITED BY SIZE
                  " 悪化ルール:" DELIMITED BY SIZE
                  悪化ルール件数 DELIMITED BY SIZE
                  " 検査不能ルール:" DELIMITED BY SIZE
                  検査不能ルール件数 DELIMITED BY SIZE
                  INTO 採点表行.
           WRITE 採点表レコード FROM 採点表行
             AFTER 2 LINE
           END-WRITE.
           CLOSE 採点表ファイル.
           DISPLAY "検査行:" 検査行件数
                   " 違反:" 違反合計件数
                   " 悪化ルール:" 悪化ルール件数.
      *
           DISPLAY "***PRO2121 END***".
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
