       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2080.
      *  人事部(JINJI2007)・総務部(SOUMU2007)の過去日時点の名簿
      *  再現。監査・労基署の照会に応じ、基準日(ASOFPARM2007)
      *  の終業時点で誰がどちらの部署にどの在籍状態区分で
      *  いたかを示す。PRO2038が残したバックアップ世代
      *  (BKSEDAI2007の台帳)から基準日以前で最も新しい世代を
      *  部署ごとに選び、それ以降基準日までの更新後イメージ
      *  (AFTERIMG2007)をPRO2048と同じく重複に寛容に再適用
      *  する。部署間の異動はPRO2022が異動元の削除と異動先の
      *  追加のイメージを残すため再適用で反映される。名簿は
      *  メモリ上で組み立て、索引ファイルには触れずロックも
      *  取らない。異動履歴(IDOREKI2007)の該当分と適用記録
      *  ジャーナル(JNL2007)の件数を突き合わせ用に添える。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  基準日を指定するパラメタ。無ければ実行日とする。
           SELECT 基準日パラメタファイル ASSIGN TO
             "/home/suzuki/DATA/ASOFPARM2007"
             FILE STATUS IS パラメタ状態.
      *  PRO2038のバックアップ世代台帳と世代ファイル。
           SELECT 世代台帳ファイル ASSIGN TO
             "/home/suzuki/DATA/BKSEDAI2007"
             FILE STATUS IS 台帳状態.
           SELECT 世代ファイル ASSIGN TO DYNAMIC 世代名
             FILE STATUS IS 世代状態.
      *  PRO2021・PRO2022が残した更新後イメージジャーナル。
           SELECT イメージジャーナルファイル ASSIGN TO
             "/home/suzuki/DATA/AFTERIMG2007"
             FILE STATUS IS イメージ状態.
      *  PRO2021の適用記録ジャーナル。
           SELECT ジャーナルファイル ASSIGN TO
             "/home/suzuki/DATA/JNL2007"
             FILE STATUS IS ジャーナル状態.
      *  PRO2022の異動履歴。
           SELECT 異動履歴ファイル ASSIGN TO
             "/home/suzuki/DATA/IDOREKI2007"
             FILE STATUS IS 履歴状態.
      *  基準日時点の名簿レポートと名簿ファイル。
           SELECT 名簿レポートファイル ASSIGN TO
             "/home/suzuki/DATA/ASOFRPT2007"
             FILE STATUS IS レポート状態.
           SELECT 名簿ファイル ASSIGN TO
             "/home/suzuki/DATA/ASOF2007"
             FILE STATUS IS 名簿状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  基準日パラメタファイル.
       01  基準日パラメタレコード.
         03 指定基準日        PIC 9(8).
       FD  世代台帳ファイル.
       01  世代台帳レコード.
      *  台帳部署区分 J:人事部 S:総務部。
         03 台帳部署区分      PIC X(1).
         03 台帳取得日        PIC 9(8).
         03 台帳取得時刻      PIC 9(6).
         03 台帳件数          PIC 9(7).
         03 台帳世代名        PIC X(60).
       FD  世代ファイル.
       01  世代レコード.
           COPY CP024.
       FD  イメージジャーナルファイル.
       01  イメージレコード.
         03 イメージ通番      PIC 9(7).
         03 イメージ日付      PIC 9(8).
         03 イメージ時刻      PIC 9(6).
      *  イメージ処理区分 A:追加 U:書換 D:削除。
         03 イメージ処理区分  PIC X(1).
         03 イメージ部署区分  PIC X(1).
         03 イメージ内容      PIC X(150).
      *  末尾16バイトは連鎖ハッシュのトレーラ(CP093)。
       FD  ジャーナルファイル.
       01  ジャーナルレコード PIC X(96).
       FD  異動履歴ファイル.
       01  異動履歴レコード.
         03 履歴発効日        PIC 9(8).
         03 履歴社員コード    PIC X(5).
         03 履歴異動元        PIC X(1).
         03 履歴異動先        PIC X(1).
         03 履歴氏名          PIC X(40).
       FD  名簿レポートファイル.
       01  名簿レポートレコード PIC X(100).
      *  名簿ファイルは基準日・部署区分の後にマスタレコード
      *  (CP024)の写しを持つ。
       FD  名簿ファイル.
       01  名簿レコード.
         03 名簿基準日        PIC 9(8).
         03 名簿部署区分      PIC X(1).
         03 名簿内容          PIC X(125).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 パラメタ状態      PIC X(2).
         03 台帳状態          PIC X(2).
         03 世代状態          PIC X(2).
         03 イメージ状態      PIC X(2).
         03 ジャーナル状態    PIC X(2).
         03 履歴状態          PIC X(2).
         03 レポート状態      PIC X(2).
         03 名簿状態          PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(08).
       01  基準日             PIC 9(08).
       01  世代名             PIC X(60).
      *  部署ごとの起点バックアップ。添字 1:人事部 2:総務部。
       01  部署番号           PIC 9(1).
       01  起点エリア.
         03 起点行            OCCURS 2 TIMES.
           05 起点部署区分    PIC X(1).
           05 起点部署名      PIC X(9).
           05 起点検出フラグ  PIC X(1).
           05 起点取得日      PIC 9(8).
           05 起点取得時刻    PIC 9(6).
           05 起点件数        PIC 9(7).
           05 起点世代名      PIC X(60).
           05 起点日時        PIC 9(14).
           05 部署在籍数      PIC 9(5).
           05 部署休職数      PIC 9(5).
           05 部署退職予定数  PIC 9(5).
           05 部署名簿数      PIC 9(5).
       01  最古起点日         PIC 9(8).
       01  イメージ日時       PIC 9(14).
      *  バックアップ末尾の件数トレーラの解析領域。
       01  トレーラ編集.
         03 トレーラ区分      PIC X(3).
         03 トレーラ数値      PIC 9(7).
       01  トレーラ件数       PIC 9(7).
       01  読込件数           PIC 9(7).
      *  基準日時点の名簿。部署区分・社員コードの昇順に保つ。
       01  名簿テーブルエリア.
         03 名簿件数          PIC 9(4) VALUE ZERO.
         03 名簿番号          PIC 9(4).
         03 該当名簿番号      PIC 9(4).
         03 挿入位置          PIC 9(4).
         03 移動番号          PIC 9(4).
         03 名簿エントリ      OCCURS 3000 TIMES.
           05 表キー.
             07 表部署区分    PIC X(1).
             07 表社員コード  PIC X(5).
           05 表内容          PIC X(125).
       01  検索キー.
         03 検索部署区分      PIC X(1).
         03 検索社員コード    PIC X(5).
       01  格納内容           PIC X(125).
      *  名簿から写した社員レコード。
       01  名簿社員.
           COPY CP024.
      *  再適用の件数集計。
       01  集計エリア.
         03 再適用追加件数    PIC 9(7) VALUE ZERO.
         03 再適用書換件数    PIC 9(7) VALUE ZERO.
         03 再適用削除件数    PIC 9(7) VALUE ZERO.
         03 再適用衝突件数    PIC 9(7) VALUE ZERO.
         03 対象外件数        PIC 9(7) VALUE ZERO.
         03 ジャーナル適用件数 PIC 9(7) VALUE ZERO.
         03 ジャーナル却下件数 PIC 9(7) VALUE ZERO.
         03 異動件数          PIC 9(5) VALUE ZERO.
      *  ジャーナル行の編集位置。PRO2021のジャーナル出力に
      *  合わせる。1-8:実行日 10-15:結果。
       01  ジャーナル分解.
         03 ジャーナル日付    PIC 9(8).
         03 FILLER            PIC X(1).
         03 ジャーナル結果    PIC X(6).
         03 FILLER            PIC X(65).
      *  名簿の明細行。数字項目を前に置き氏名を行末とする。
       01  名簿明細行.
         03 明細社員コード    PIC X(5).
         03 FILLER            PIC X(2).
         03 明細状態          PIC X(1).
         03 FILLER            PIC X(4).
         03 明細生年月日      PIC 9(8).
         03 FILLER            PIC X(2).
         03 明細入社年月日    PIC 9(8).
         03 FILLER            PIC X(2).
         03 明細再雇用        PIC X(1).
         03 FILLER            PIC X(4).
         03 明細氏名          PIC X(40).
         03 FILLER            PIC X(23).
      *  異動一覧の明細行。照合欄の"*"は基準日時点の名簿で
      *  異動先に見当たらない者。
       01  異動明細行.
         03 異動明細発効日    PIC 9(8).
         03 FILLER            PIC X(1).
         03 異動明細社員コード PIC X(5).
         03 FILLER            PIC X(1).
         03 異動明細元        PIC X(1).
         03 FILLER            PIC X(2).
         03 異動明細先        PIC X(1).
         03 FILLER            PIC X(2).
         03 異動明細照合      PIC X(1).
         03 FILLER            PIC X(4).
         03 異動明細氏名      PIC X(40).
         03 FILLER            PIC X(34).
       01  レポート行         PIC X(100).
      *  異常終了ログ呼出し(SUB9000)への引き渡し情報。
       01  異常終了情報.
           COPY CP010.
       PROCEDURE              DIVISION.
      ************************************************
       開始                   SECTION.
      ************************************************
      *
           PERFORM 初期処理.
      *
           PERFORM 起点選定.
      *
           PERFORM VARYING 部署番号 FROM 1 BY 1
             UNTIL 部署番号 > 2
             PERFORM バックアップ読込
           END-PERFORM.
      *
           PERFORM イメージ再適用.
      *
           PERFORM ジャーナル照合.
      *
           PERFORM レポート出力.
      *
           PERFORM 終了処理.
      *
      *  ジョブネット制御(PRO2066)からの呼び出しでも戻れる
      *  ようGOBACKで終える。単独起動では従来どおり停止する。
           GOBACK.
      *
      ************************************************
       初期処理               SECTION.
      ************************************************
      *
           DISPLAY "***PRO2080 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           MOVE 実行日 TO 基準日.
           OPEN INPUT 基準日パラメタファイル.
           IF パラメタ状態 = "00"
             THEN
               READ 基準日パラメタファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   IF 指定基準日 > ZERO
                     THEN
                       MOVE 指定基準日 TO 基準日
                     ELSE
                       CONTINUE
                   END-IF
               END-READ
               CLOSE 基準日パラメタファイル
             ELSE
               CONTINUE
           END-IF.
           INITIALIZE 起点エリア.
           MOVE "J"      TO 起点部署区分(1).
           MOVE "人事部" TO 起点部署名(1).
           MOVE "S"      TO 起点部署区分(2).
           MOVE "総務部" TO 起点部署名(2).
           DISPLAY "基準日:" 基準日.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ************************************************
       起点選定               SECTION.
      ************************************************
      *
      *  台帳は取得順に並ぶため、基準日以前の行のうち最後に
      *  現れたものが部署ごとの最も新しい世代となる。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 世代台帳ファイル.
           IF 台帳状態 NOT = "00"
             THEN
               MOVE "PRO2080" TO 発生プログラム名
               MOVE 台帳状態 TO 入出力状態
               MOVE "世代台帳のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 世代台帳ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 台帳取得日 <= 基準日
                   THEN
                     PERFORM VARYING 部署番号 FROM 1 BY 1
                       UNTIL 部署番号 > 2
                       IF 台帳部署区分 =
                            起点部署区分(部署番号)
                         THEN
                           MOVE "Y" TO
                             起点検出フラグ(部署番号)
                           MOVE 台帳取得日 TO
                             起点取得日(部署番号)
                           MOVE 台帳取得時刻 TO
                             起点取得時刻(部署番号)
                           MOVE 台帳件数 TO
                             起点件数(部署番号)
                           MOVE 台帳世代名 TO
                             起点世代名(部署番号)
                         ELSE
                           CONTINUE
                       END-IF
                     END-PERFORM
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 世代台帳ファイル.
           PERFORM VARYING 部署番号 FROM 1 BY 1
             UNTIL 部署番号 > 2
             IF 起点検出フラグ(部署番号) NOT = "Y"
               THEN
                 DISPLAY "基準日以前の世代なし:"
                         起点部署名(部署番号)
                 MOVE "PRO2080" TO 発生プログラム名
                 MOVE SPACES TO 入出力状態
                 MOVE "基準日以前の世代がありません"
                   TO 異常終了メッセージ
                 PERFORM 異常終了処理
               ELSE
                 COMPUTE 起点日時(部署番号) =
                         起点取得日(部署番号) * 1000000
                       + 起点取得時刻(部署番号)
             END-IF
           END-PERFORM.
           IF 起点取得日(1) < 起点取得日(2)
             THEN
               MOVE 起点取得日(1) TO 最古起点日
             ELSE
               MOVE 起点取得日(2) TO 最古起点日
           END-IF.
      *
       起点選定－ＥＸ.
       EXIT.
      *
      ************************************************
       バックアップ読込       SECTION.
      ************************************************
      *
      *  起点の世代ファイルを名簿テーブルへ読み込み、件数を
      *  トレーラと突き合わせる。
           MOVE "0"  TO 終了ステータス.
           MOVE ZERO TO トレーラ件数.
           MOVE ZERO TO 読込件数.
           MOVE 起点世代名(部署番号) TO 世代名.
           OPEN INPUT 世代ファイル.
           IF 世代状態 NOT = "00"
             THEN
               DISPLAY "世代ファイル:" 世代名
               MOVE "PRO2080" TO 発生プログラム名
               MOVE 世代状態 TO 入出力状態
               MOVE "バックアップ世代のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 世代ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 世代レコード(1:3) = "TRL"
                   THEN
                     MOVE 世代レコード TO トレーラ編集
                     MOVE トレーラ数値 TO トレーラ件数
                   ELSE
                     ADD 1 TO 読込件数
                     MOVE 起点部署区分(部署番号)
                       TO 検索部署区分
                     MOVE 社員コード OF 世代レコード
                       TO 検索社員コード
                     MOVE 世代レコード TO 格納内容
                     PERFORM 名簿検索
                     PERFORM 名簿格納
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 世代ファイル.
           IF トレーラ件数 NOT = 読込件数
             THEN
               DISPLAY "件数不一致 トレーラ:"
                       トレーラ件数
                       " 実測:" 読込件数
               MOVE "PRO2080" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "バックアップ件数不一致"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           DISPLAY 起点部署名(部署番号) "起点:"
                   起点取得日(部署番号)
                   " 件数:" 読込件数.
      *
       バックアップ読込－ＥＸ.
       EXIT.
      *
      ************************************************
       名簿検索               SECTION.
      ************************************************
      *
      *  検索キーの行を探す。見つかれば該当名簿番号に、無ければ
      *  ゼロを返す。挿入位置には検索キーより大きい最初の行
      *  (無ければ末尾の次)を返す。
           MOVE ZERO TO 該当名簿番号.
           COMPUTE 挿入位置 = 名簿件数 + 1.
           PERFORM VARYING 名簿番号 FROM 1 BY 1
             UNTIL 名簿番号 > 名簿件数
                OR 挿入位置 <= 名簿件数
             IF 表キー(名簿番号) = 検索キー
               THEN
                 MOVE 名簿番号 TO 該当名簿番号
                 MOVE 名簿番号 TO 挿入位置
               ELSE
                 IF 表キー(名簿番号) > 検索キー
                   THEN
                     MOVE 名簿番号 TO 挿入位置
                   ELSE
                     CONTINUE
                 END-IF
             END-IF
           END-PERFORM.
      *
       名簿検索－ＥＸ.
       EXIT.
      *
      ************************************************
       名簿格納               SECTION.
      ************************************************
      *
      *  名簿検索の結果に従い、既存行は書き換え、無ければ
      *  挿入位置に行を挿し込む。
           IF 該当名簿番号 > ZERO
             THEN
               MOVE 格納内容 TO 表内容(該当名簿番号)
               GO TO 名簿格納－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 名簿件数 >= 3000
             THEN
               MOVE "PRO2080" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "名簿テーブルが一杯です"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING 移動番号 FROM 名簿件数 BY -1
             UNTIL 移動番号 < 挿入位置
             MOVE 名簿エントリ(移動番号)
               TO 名簿エントリ(移動番号 + 1)
           END-PERFORM.
           ADD 1 TO 名簿件数.
           MOVE 検索部署区分  TO 表部署区分(挿入位置).
           MOVE 検索社員コード
             TO 表社員コード(挿入位置).
           MOVE 格納内容      TO 表内容(挿入位置).
      *
       名簿格納－ＥＸ.
       EXIT.
      *
      ************************************************
       名簿削除               SECTION.
      ************************************************
      *
      *  該当名簿番号の行を抜き、後続の行を詰める。
           PERFORM VARYING 移動番号 FROM 該当名簿番号 BY 1
             UNTIL 移動番号 >= 名簿件数
             MOVE 名簿エントリ(移動番号 + 1)
               TO 名簿エントリ(移動番号)
           END-PERFORM.
           SUBTRACT 1 FROM 名簿件数.
      *
       名簿削除－ＥＸ.
       EXIT.
      *
      ************************************************
       イメージ再適用         SECTION.
      ************************************************
      *
      *  部署ごとの起点日時より後で基準日までに記録された
      *  更新後イメージを記録順に再適用する。追加の重複は
      *  書換に、書換の未存在は追加に読み替え、削除の未存在は
      *  既に消えているものとして続行する。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT イメージジャーナルファイル.
           IF イメージ状態 NOT = "00"
             THEN
               DISPLAY "イメージジャーナルなし。"
               DISPLAY "バックアップ時点の名簿とする。"
               GO TO イメージ再適用－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ イメージジャーナルファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 PERFORM イメージ1件再適用
             END-READ
           END-PERFORM.
           CLOSE イメージジャーナルファイル.
      *
       イメージ再適用－ＥＸ.
       EXIT.
      *
      ************************************************
       イメージ1件再適用      SECTION.
      ************************************************
      *
           IF イメージ部署区分 = "J"
             THEN
               MOVE 1 TO 部署番号
             ELSE
               MOVE 2 TO 部署番号
           END-IF.
           COMPUTE イメージ日時 = イメージ日付 * 1000000
                                + イメージ時刻.
           IF イメージ日時 <= 起点日時(部署番号)
              OR イメージ日付 > 基準日
             THEN
               ADD 1 TO 対象外件数
               GO TO イメージ1件再適用－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 起点部署区分(部署番号) TO 検索部署区分.
           MOVE イメージ内容(1:5) TO 検索社員コード.
           MOVE イメージ内容(1:125) TO 格納内容.
           PERFORM 名簿検索.
           EVALUATE イメージ処理区分
             WHEN "A"
               ADD 1 TO 再適用追加件数
               IF 該当名簿番号 > ZERO
                 THEN
                   ADD 1 TO 再適用衝突件数
                 ELSE
                   CONTINUE
               END-IF
               PERFORM 名簿格納
             WHEN "U"
               ADD 1 TO 再適用書換件数
               IF 該当名簿番号 = ZERO
                 THEN
                   ADD 1 TO 再適用衝突件数
                 ELSE
                   CONTINUE
               END-IF
               PERFORM 名簿格納
             WHEN "D"
               ADD 1 TO 再適用削除件数
               IF 該当名簿番号 = ZERO
                 THEN
                   ADD 1 TO 再適用衝突件数
                 ELSE
                   PERFORM 名簿削除
               END-IF
             WHEN OTHER
               DISPLAY "イメージ処理区分不正:"
                       イメージ処理区分
           END-EVALUATE.
      *
       イメージ1件再適用－ＥＸ.
       EXIT.
      *
      ************************************************
       ジャーナル照合         SECTION.
      ************************************************
      *
      *  突き合わせ用に、起点日から基準日までの適用記録
      *  ジャーナルの適用・却下の件数を数える。ジャーナルは
      *  日付しか持たないため起点日当日の分を含む参考値とする。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT ジャーナルファイル.
           IF ジャーナル状態 NOT = "00"
             THEN
               DISPLAY "ジャーナルなし。"
               GO TO ジャーナル照合－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ ジャーナルファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 MOVE ジャーナルレコード
                   TO ジャーナル分解
                 IF ジャーナル日付 IS NUMERIC
                   THEN
                     IF ジャーナル日付 >= 最古起点日 AND
                        ジャーナル日付 <= 基準日
                       THEN
                         IF ジャーナル結果 = "適用"
                           THEN
                             ADD 1 TO ジャーナル適用件数
                           ELSE
                             ADD 1 TO ジャーナル却下件数
                         END-IF
                       ELSE
                         CONTINUE
                     END-IF
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ジャーナルファイル.
      *
       ジャーナル照合－ＥＸ.
       EXIT.
      *
      ************************************************
       レポート出力           SECTION.
      ************************************************
      *
           OPEN OUTPUT 名簿レポートファイル.
           IF レポート状態 NOT = "00"
             THEN
               MOVE "PRO2080" TO 発生プログラム名
               MOVE レポート状態 TO 入出力状態
               MOVE "名簿レポートのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           OPEN OUTPUT 名簿ファイル.
           IF 名簿状態 NOT = "00"
             THEN
               MOVE "PRO2080" TO 発生プログラム名
               MOVE 名簿状態 TO 入出力状態
               MOVE "名簿ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO レポート行.
           STRING "基準日時点名簿 基準日:" DELIMITED BY SIZE
                  基準日 DELIMITED BY SIZE
                  " 作成日:" DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 名簿レポートレコード FROM レポート行.
           PERFORM VARYING 部署番号 FROM 1 BY 1
             UNTIL 部署番号 > 2
             MOVE SPACES TO レポート行
             STRING "起点 " DELIMITED BY SIZE
                    起点部署名(部署番号) DELIMITED BY SIZE
                    ":" DELIMITED BY SIZE
                    起点取得日(部署番号) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    起点取得時刻(部署番号) DELIMITED BY SIZE
                    " 件数:" DELIMITED BY SIZE
                    起点件数(部署番号) DELIMITED BY SIZE
                    INTO レポート行
             WRITE 名簿レポートレコード FROM レポート行
           END-PERFORM.
           MOVE SPACES TO レポート行.
           STRING "再適用 追加:" DELIMITED BY SIZE
                  再適用追加件数 DELIMITED BY SIZE
                  " 書換:" DELIMITED BY SIZE
                  再適用書換件数 DELIMITED BY SIZE
                  " 削除:" DELIMITED BY SIZE
                  再適用削除件数 DELIMITED BY SIZE
                  " 読替:" DELIMITED BY SIZE
                  再適用衝突件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 名簿レポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           STRING "ジャーナル(参考) 適用:" DELIMITED BY SIZE
                  ジャーナル適用件数 DELIMITED BY SIZE
                  " 却下:" DELIMITED BY SIZE
                  ジャーナル却下件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 名簿レポートレコード FROM レポート行.
           PERFORM VARYING 部署番号 FROM 1 BY 1
             UNTIL 部署番号 > 2
             PERFORM 部署名簿出力
           END-PERFORM.
           PERFORM 異動一覧出力.
           CLOSE 名簿レポートファイル.
           CLOSE 名簿ファイル.
      *
       レポート出力－ＥＸ.
       EXIT.
      *
      ************************************************
       部署名簿出力           SECTION.
      ************************************************
      *
      *  部署の名簿を社員コード順に出し、名簿ファイルにも
      *  書く。在籍状態区分の空白は在籍として数える。
           MOVE SPACES TO レポート行.
           STRING 起点部署名(部署番号) DELIMITED BY SIZE
                  " (状態 1:在籍 2:休職 3:退職予定)"
                    DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 名簿レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO レポート行.
           STRING "社員   状態 生年月日  入社日    再雇 "
                    DELIMITED BY SIZE
                  "氏名" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 名簿レポートレコード FROM レポート行.
           PERFORM VARYING 名簿番号 FROM 1 BY 1
             UNTIL 名簿番号 > 名簿件数
             IF 表部署区分(名簿番号) =
                  起点部署区分(部署番号)
               THEN
                 MOVE 表内容(名簿番号) TO 名簿社員
                 PERFORM 名簿1件出力
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           MOVE SPACES TO レポート行.
           STRING "計:" DELIMITED BY SIZE
                  部署名簿数(部署番号) DELIMITED BY SIZE
                  " 在籍:" DELIMITED BY SIZE
                  部署在籍数(部署番号) DELIMITED BY SIZE
                  " 休職:" DELIMITED BY SIZE
                  部署休職数(部署番号) DELIMITED BY SIZE
                  " 退職予定:" DELIMITED BY SIZE
                  部署退職予定数(部署番号) DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 名簿レポートレコード FROM レポート行.
      *
       部署名簿出力－ＥＸ.
       EXIT.
      *
      ************************************************
       名簿1件出力            SECTION.
      ************************************************
      *
           ADD 1 TO 部署名簿数(部署番号).
           EVALUATE 在籍状態区分 OF 名簿社員
             WHEN "2"
               ADD 1 TO 部署休職数(部署番号)
             WHEN "3"
               ADD 1 TO 部署退職予定数(部署番号)
             WHEN OTHER
               ADD 1 TO 部署在籍数(部署番号)
           END-EVALUATE.
           MOVE SPACES TO 名簿明細行.
           MOVE 社員コード OF 名簿社員
             TO 明細社員コード.
           MOVE 在籍状態区分 OF 名簿社員 TO 明細状態.
           MOVE 生年月日 OF 名簿社員 TO 明細生年月日.
           MOVE 入社年月日 OF 名簿社員
             TO 明細入社年月日.
           MOVE 再雇用フラグ OF 名簿社員 TO 明細再雇用.
           MOVE 氏名 OF 名簿社員 TO 明細氏名.
           WRITE 名簿レポートレコード FROM 名簿明細行.
           MOVE 基準日 TO 名簿基準日.
           MOVE 起点部署区分(部署番号) TO 名簿部署区分.
           MOVE 名簿社員 TO 名簿内容.
           WRITE 名簿レコード.
      *
       名簿1件出力－ＥＸ.
       EXIT.
      *
      ************************************************
       異動一覧出力           SECTION.
      ************************************************
      *
      *  起点日から基準日までに発効した部署間の異動を並べ、
      *  基準日時点の名簿で異動先にいるかを照合する。
           MOVE SPACES TO レポート行.
           STRING "起点以降の異動" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 名簿レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO レポート行.
           STRING "発効日   社員  元 先 照合 氏名"
                    DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 名簿レポートレコード FROM レポート行.
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 異動履歴ファイル.
           IF 履歴状態 NOT = "00"
             THEN
               DISPLAY "異動履歴なし。"
               GO TO 異動一覧出力－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 異動履歴ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 履歴発効日 >= 最古起点日 AND
                    履歴発効日 <= 基準日
                   THEN
                     PERFORM 異動1件出力
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 異動履歴ファイル.
           MOVE SPACES TO レポート行.
           STRING "異動件数:" DELIMITED BY SIZE
                  異動件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 名簿レポートレコード FROM レポート行.
      *
       異動一覧出力－ＥＸ.
       EXIT.
      *
      ************************************************
       異動1件出力            SECTION.
      ************************************************
      *
           ADD 1 TO 異動件数.
           MOVE 履歴異動先 TO 検索部署区分.
           MOVE 履歴社員コード TO 検索社員コード.
           PERFORM 名簿検索.
           MOVE SPACES TO 異動明細行.
           MOVE 履歴発効日 TO 異動明細発効日.
           MOVE 履歴社員コード TO 異動明細社員コード.
           MOVE 履歴異動元 TO 異動明細元.
           MOVE 履歴異動先 TO 異動明細先.
           IF 該当名簿番号 = ZERO
             THEN
               MOVE "*" TO 異動明細照合
             ELSE
               CONTINUE
           END-IF.
           MOVE 履歴氏名 TO 異動明細氏名.
           WRITE 名簿レポートレコード FROM 異動明細行.
      *
       異動1件出力－ＥＸ.
       EXIT.
      *
      ************************************************
       終了処理               SECTION.
      ************************************************
      *
           DISPLAY "人事部:" 部署名簿数(1)
                   " 総務部:" 部署名簿数(2)
                   " 読替:" 再適用衝突件数.
      *
           DISPLAY "***PRO2080 END***".
      *
       終了処理－ＥＸ.
       EXIT.
      *
      ************************************************
       異常終了処理           SECTION.
      ************************************************
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
