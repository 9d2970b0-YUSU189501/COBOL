       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2079.
      *  年次の離職率・定着率分析レポート。対象年度(4月～翌3月)
      *  にPRO2021のジャーナル(JNL2007)で適用済となった削除を
      *  離職とし、dbpro03の退職年齢(PARAMDB03)に達していた者と
      *  退職者アーカイブ(TAISYOKU2007ARC)に載った者を定年退職、
      *  それ以外を自己都合等の離職に分ける。削除済の社員の
      *  生年月日・入社年月日は更新後イメージ(AFTERIMG2007)の
      *  最後の写しから拾う。部署別の離職率は月次スナップショット
      *  (SNAPSHOT2007)の期首・期末在籍の平均を分母とし、異動
      *  履歴(IDOREKI2007)の転入・転出を添える。年齢帯別・勤続
      *  年数帯別は期末在籍と離職者の和を分母とする。あわせて
      *  入社年別に1年・3年・5年後の定着率を示す。対象年度は
      *  パラメタ(RISHOKUPARM2007)で指定し、無ければ前年度とする。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  利用頻度の高いファイルのため索引編成とする。
           SELECT 人事部ファイル ASSIGN TO
             "/home/suzuki/DATA/JINJI2007"
             ORGANIZATION IS INDEXED
             RECORD KEY IS 社員コード OF 人事部レコード
             ALTERNATE RECORD KEY IS
               氏名 OF 人事部レコード
               WITH DUPLICATES
             FILE STATUS IS 人事状態.
           SELECT 総務部ファイル ASSIGN TO
             "/home/suzuki/DATA/SOUMU2007"
             ORGANIZATION IS INDEXED
             RECORD KEY IS 社員コード OF 総務部レコード
             ALTERNATE RECORD KEY IS
               氏名 OF 総務部レコード
               WITH DUPLICATES
             FILE STATUS IS 総務状態.
      *  PRO2021の適用記録ジャーナル。
           SELECT ジャーナルファイル ASSIGN TO
             "/home/suzuki/DATA/JNL2007"
             FILE STATUS IS ジャーナル状態.
      *  PRO2021の更新後イメージジャーナル。
           SELECT イメージジャーナルファイル ASSIGN TO
             "/home/suzuki/DATA/AFTERIMG2007"
             FILE STATUS IS イメージ状態.
      *  dbpro03が残す退職者アーカイブ。
           SELECT 退職者アーカイブファイル ASSIGN TO
             "/home/suzuki/DATA/TAISYOKU2007ARC"
             FILE STATUS IS アーカイブ状態.
      *  退職対象とみなす年齢を指定する制御ファイル。
           SELECT 退職年齢ファイル ASSIGN TO
             "/home/suzuki/DATA/PARAMDB03"
             FILE STATUS IS 退職年齢状態.
      *  月次在籍スナップショット履歴。
           SELECT スナップショットファイル ASSIGN TO
             "/home/suzuki/DATA/SNAPSHOT2007"
             FILE STATUS IS スナップ状態.
      *  PRO2022の異動履歴。
           SELECT 異動履歴ファイル ASSIGN TO
             "/home/suzuki/DATA/IDOREKI2007"
             FILE STATUS IS 履歴状態.
      *  対象年度を指定するパラメタ。
           SELECT 離職パラメタファイル ASSIGN TO
             "/home/suzuki/DATA/RISHOKUPARM2007"
             FILE STATUS IS パラメタ状態.
      *  離職率・定着率分析レポート。
           SELECT 離職レポートファイル ASSIGN TO
             "/home/suzuki/DATA/RISHOKU2007"
             FILE STATUS IS レポート状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  人事部ファイル.
       01  人事部レコード.
           COPY CP024.
       FD  総務部ファイル.
       01  総務部レコード.
           COPY CP024.
      *  末尾16バイトは連鎖ハッシュのトレーラ(CP093)。
       FD  ジャーナルファイル.
       01  ジャーナルレコード PIC X(96).
       FD  イメージジャーナルファイル.
       01  イメージレコード.
         03 イメージ通番      PIC 9(7).
         03 イメージ日付      PIC 9(8).
         03 イメージ時刻      PIC 9(6).
      *  イメージ処理区分 A:追加 U:書換 D:削除。
         03 イメージ処理区分  PIC X(1).
         03 イメージ部署区分  PIC X(1).
         03 イメージ内容      PIC X(150).
      *  dbpro03は退避レコードを51バイトで書き出す。
       FD  退職者アーカイブファイル.
       01  アーカイブレコード.
         03 アーカイブ部署    PIC X(7).
         03 カンマ１          PIC X(1).
         03 アーカイブ社員番号 PIC 9(2).
         03 カンマ２          PIC X(1).
         03 アーカイブ社員コード PIC X(5).
         03 カンマ３          PIC X(1).
         03 アーカイブ氏名    PIC X(34).
       FD  退職年齢ファイル.
       01  退職年齢レコード.
         03 退職年齢          PIC 9(2).
       FD  スナップショットファイル.
       01  スナップショットレコード.
         03 スナップ年月      PIC 9(6).
         03 スナップ人事数    PIC 9(5).
         03 スナップ総務数    PIC 9(5).
         03 スナップ合計      PIC 9(5).
       FD  異動履歴ファイル.
       01  異動履歴レコード.
         03 履歴発効日        PIC 9(8).
         03 履歴社員コード    PIC X(5).
         03 履歴異動元        PIC X(1).
         03 履歴異動先        PIC X(1).
         03 履歴氏名          PIC X(40).
       FD  離職パラメタファイル.
       01  離職パラメタレコード.
         03 指定対象年度      PIC 9(4).
       FD  離職レポートファイル.
       01  離職レポートレコード PIC X(80).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 人事状態          PIC X(2).
         03 総務状態          PIC X(2).
         03 ジャーナル状態    PIC X(2).
         03 イメージ状態      PIC X(2).
         03 アーカイブ状態    PIC X(2).
         03 退職年齢状態      PIC X(2).
         03 スナップ状態      PIC X(2).
         03 履歴状態          PIC X(2).
         03 パラメタ状態      PIC X(2).
         03 レポート状態      PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(08).
       01  実行日分解 REDEFINES 実行日.
         03 実行年            PIC 9(4).
         03 実行月            PIC 9(2).
         03 実行日日          PIC 9(2).
      *  対象年度と期間。期末日が実行日より後なら実行日で
      *  在籍を見る。
       01  対象年度           PIC 9(4).
       01  期首日             PIC 9(8).
       01  期末日             PIC 9(8).
       01  在籍基準日         PIC 9(8).
       01  期首年月           PIC 9(6).
       01  期末年月           PIC 9(6).
      *  退職対象とみなす年齢。制御ファイルが無い場合は60とする。
       01  退職判定年齢       PIC 9(2) VALUE 60.
      *  更新後イメージから写した社員レコード。
       01  イメージ社員.
           COPY CP024.
      *  削除済の社員の属性を拾うためのテーブル。社員コード
      *  ごとに最後の写しの生年月日・入社年月日を持つ。
       01  属性テーブルエリア.
         03 属性件数          PIC 9(4) VALUE ZERO.
         03 属性番号          PIC 9(4).
         03 該当属性番号      PIC 9(4).
         03 属性エントリ      OCCURS 3000 TIMES.
           05 表属性社員コード PIC X(5).
           05 表属性生年月日  PIC 9(8).
           05 表属性入社年月日 PIC 9(8).
      *  退職者アーカイブの社員コード。
       01  アーカイブテーブルエリア.
         03 アーカイブ件数    PIC 9(3) VALUE ZERO.
         03 アーカイブ番号    PIC 9(3).
         03 アーカイブエントリ OCCURS 200 TIMES.
           05 表アーカイブコード PIC X(5).
      *  ジャーナルの適用済削除(離職)のテーブル。定着率の
      *  算出のため対象年度外の削除も持つ。
      *  表離職区分 T:定年 J:自己都合等。
       01  離職テーブルエリア.
         03 離職件数          PIC 9(4) VALUE ZERO.
         03 離職番号          PIC 9(4).
         03 離職エントリ      OCCURS 2000 TIMES.
           05 表離職社員コード PIC X(5).
           05 表離職部署区分  PIC X(1).
           05 表離職日        PIC 9(8).
           05 表離職区分      PIC X(1).
           05 表離職入社年月日 PIC 9(8).
           05 表離職勤続      PIC 9(3).
      *  ジャーナル行の編集位置。PRO2021のジャーナル出力に
      *  合わせる。1-8:実行日 10-15:結果 17:処理区分
      *  19:部署区分 21-25:社員コード。
       01  ジャーナル分解.
         03 ジャーナル日付    PIC 9(8).
         03 FILLER            PIC X(1).
         03 ジャーナル結果    PIC X(6).
         03 FILLER            PIC X(1).
         03 ジャーナル処理区分 PIC X(1).
         03 FILLER            PIC X(1).
         03 ジャーナル部署区分 PIC X(1).
         03 FILLER            PIC X(1).
         03 ジャーナル社員コード PIC X(5).
         03 FILLER            PIC X(55).
      *  集計表。部署の添字 1:人事部 2:総務部 3:合計。
      *  区分の添字 1:定年 2:自己都合等。
       01  部署番号           PIC 9(1).
       01  区分番号           PIC 9(1).
       01  帯番号             PIC 9(1).
       01  部署集計エリア.
         03 部署行            OCCURS 3 TIMES.
           05 部署期首        PIC 9(5).
           05 部署期末        PIC 9(5).
           05 部署在籍        PIC 9(5).
           05 部署離職        PIC 9(5) OCCURS 2 TIMES.
           05 部署転入        PIC 9(5).
           05 部署転出        PIC 9(5).
       01  期首検出フラグ     PIC X(1) VALUE "N".
       01  期末検出フラグ     PIC X(1) VALUE "N".
      *  年齢帯・勤続年数帯。添字6は不明。
       01  年齢帯名称値.
         03 FILLER            PIC X(12) VALUE "～29歳".
         03 FILLER            PIC X(12) VALUE "30～39歳".
         03 FILLER            PIC X(12) VALUE "40～49歳".
         03 FILLER            PIC X(12) VALUE "50～59歳".
         03 FILLER            PIC X(12) VALUE "60歳以上".
         03 FILLER            PIC X(12) VALUE "不明".
       01  年齢帯名称表 REDEFINES 年齢帯名称値.
         03 年齢帯名称        PIC X(12) OCCURS 6 TIMES.
       01  勤続帯名称値.
         03 FILLER            PIC X(12) VALUE "5年未満".
         03 FILLER            PIC X(12) VALUE "5～9年".
         03 FILLER            PIC X(12) VALUE "10～19年".
         03 FILLER            PIC X(12) VALUE "20～29年".
         03 FILLER            PIC X(12) VALUE "30年以上".
         03 FILLER            PIC X(12) VALUE "不明".
       01  勤続帯名称表 REDEFINES 勤続帯名称値.
         03 勤続帯名称        PIC X(12) OCCURS 6 TIMES.
       01  年齢帯集計エリア.
         03 年齢帯行          OCCURS 6 TIMES.
           05 年齢帯在籍      PIC 9(5).
           05 年齢帯離職      PIC 9(5) OCCURS 2 TIMES.
       01  勤続帯集計エリア.
         03 勤続帯行          OCCURS 6 TIMES.
           05 勤続帯在籍      PIC 9(5).
           05 勤続帯離職      PIC 9(5) OCCURS 2 TIMES.
      *  入社年別の定着。実行年の10年前から前年までを見る。
      *  添字2～4は1年・3年・5年の節目までに離職した人数。
       01  入社年集計エリア.
         03 入社年行          OCCURS 10 TIMES.
           05 入社年採用数    PIC 9(5).
           05 入社年節目離職  PIC 9(5) OCCURS 3 TIMES.
       01  入社年起点         PIC 9(4).
       01  入社年番号         PIC 9(2).
       01  節目番号           PIC 9(1).
       01  節目年数値.
         03 FILLER            PIC 9(1) VALUE 1.
         03 FILLER            PIC 9(1) VALUE 3.
         03 FILLER            PIC 9(1) VALUE 5.
       01  節目年数表 REDEFINES 節目年数値.
         03 節目年数          PIC 9(1) OCCURS 3 TIMES.
      *  1名分の判定ワーク。
       01  判定生年月日       PIC 9(8).
       01  判定入社年月日     PIC 9(8).
       01  判定入社年月日分解 REDEFINES 判定入社年月日.
         03 判定入社年        PIC 9(4).
         03 FILLER            PIC 9(4).
       01  判定基準日         PIC 9(8).
       01  判定年齢           PIC 9(3).
       01  判定勤続           PIC 9(3).
       01  判定年齢帯         PIC 9(1).
       01  判定勤続帯         PIC 9(1).
       01  属性不明件数       PIC 9(5) VALUE ZERO.
      *  年齢算出呼出し(SUB2008)への引き渡し情報。勤続年数は
      *  入社年月日を生年月日の位置へ渡して求める。
       01  年齢算出情報.
           COPY CP011.
      *  レポートの1行分の編集ワーク。
       01  出力名称           PIC X(12).
       01  出力在籍           PIC 9(5).
       01  出力定年           PIC 9(5).
       01  出力自己           PIC 9(5).
       01  出力離職計         PIC 9(5).
       01  出力分母           PIC 9(5).
       01  離職率             PIC 9(3)V9.
       01  定着数             PIC S9(5).
       01  定着率             PIC 9(3)V9.
       01  人数編集           PIC ZZZZ9.
       01  比率編集           PIC ZZ9.9.
       01  年編集             PIC 9(4).
       01  行位置             PIC 9(3).
       01  レポート行         PIC X(80).
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
           PERFORM 属性読込.
      *
           PERFORM アーカイブ読込.
      *
           PERFORM 離職抽出.
      *
           PERFORM 在籍集計.
      *
           PERFORM 離職集計.
      *
           PERFORM スナップショット読込.
      *
           PERFORM 異動履歴集計.
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
           DISPLAY "***PRO2079 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           INITIALIZE 部署集計エリア 年齢帯集計エリア
                      勤続帯集計エリア 入社年集計エリア.
      *  対象年度は指定が無ければ前年度とする。
           IF 実行月 >= 4
             THEN
               COMPUTE 対象年度 = 実行年 - 1
             ELSE
               COMPUTE 対象年度 = 実行年 - 2
           END-IF.
           OPEN INPUT 離職パラメタファイル.
           IF パラメタ状態 = "00"
             THEN
               READ 離職パラメタファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   IF 指定対象年度 > ZERO
                     THEN
                       MOVE 指定対象年度 TO 対象年度
                     ELSE
                       CONTINUE
                   END-IF
               END-READ
               CLOSE 離職パラメタファイル
             ELSE
               CONTINUE
           END-IF.
           COMPUTE 期首日 = 対象年度 * 10000 + 0401.
           COMPUTE 期末日 = (対象年度 + 1) * 10000 + 0331.
           IF 期末日 > 実行日
             THEN
               MOVE 実行日 TO 在籍基準日
             ELSE
               MOVE 期末日 TO 在籍基準日
           END-IF.
           COMPUTE 期首年月 = 対象年度 * 100 + 3.
           COMPUTE 期末年月 = (対象年度 + 1) * 100 + 3.
           COMPUTE 入社年起点 = 実行年 - 10.
      *  退職年齢を読む。無ければ60歳とする。
           OPEN INPUT 退職年齢ファイル.
           IF 退職年齢状態 = "00"
             THEN
               READ 退職年齢ファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   IF 退職年齢 > ZERO
                     THEN
                       MOVE 退職年齢 TO 退職判定年齢
                     ELSE
                       CONTINUE
                   END-IF
               END-READ
               CLOSE 退職年齢ファイル
             ELSE
               CONTINUE
           END-IF.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ************************************************
       属性読込               SECTION.
      ************************************************
      *
      *  更新後イメージの追加・書換の写しから、社員コードごとに
      *  最後の生年月日・入社年月日を覚える。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT イメージジャーナルファイル.
           IF イメージ状態 NOT = "00"
             THEN
               DISPLAY "更新後イメージなし。"
               GO TO 属性読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ イメージジャーナルファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF イメージ処理区分 = "A" OR "U"
                   THEN
                     MOVE イメージ内容 TO イメージ社員
                     PERFORM 属性1件格納
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE イメージジャーナルファイル.
      *
       属性読込－ＥＸ.
       EXIT.
      *
      ************************************************
       属性1件格納            SECTION.
      ************************************************
      *
           PERFORM 属性検索.
           IF 該当属性番号 = ZERO
             THEN
               IF 属性件数 < 3000
                 THEN
                   ADD 1 TO 属性件数
                   MOVE 属性件数 TO 該当属性番号
                   MOVE 社員コード OF イメージ社員
                     TO 表属性社員コード(該当属性番号)
                 ELSE
                   MOVE "PRO2079" TO 発生プログラム名
                   MOVE SPACES TO 入出力状態
                   MOVE "属性テーブル上限超過"
                     TO 異常終了メッセージ
                   PERFORM 異常終了処理
               END-IF
             ELSE
               CONTINUE
           END-IF.
           MOVE 生年月日 OF イメージ社員
             TO 表属性生年月日(該当属性番号).
           MOVE 入社年月日 OF イメージ社員
             TO 表属性入社年月日(該当属性番号).
      *
       属性1件格納－ＥＸ.
       EXIT.
      *
      ************************************************
       属性検索               SECTION.
      ************************************************
      *
      *  社員コード OF イメージ社員 で属性テーブルを探す。
           MOVE ZERO TO 該当属性番号.
           PERFORM VARYING 属性番号 FROM 1 BY 1
             UNTIL 属性番号 > 属性件数
             IF 表属性社員コード(属性番号) =
                社員コード OF イメージ社員
               THEN
                 MOVE 属性番号 TO 該当属性番号
                 MOVE 属性件数 TO 属性番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       属性検索－ＥＸ.
       EXIT.
      *
      ************************************************
       アーカイブ読込         SECTION.
      ************************************************
      *
      *  退職者アーカイブの社員コードをテーブルへ読み込む。
      *  明細行はカンマ位置で見分ける。
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
                 IF カンマ１ = "," AND カンマ２ = ","
                    AND アーカイブ件数 < 200
                   THEN
                     ADD 1 TO アーカイブ件数
                     MOVE アーカイブ社員コード TO
                       表アーカイブコード
                         (アーカイブ件数)
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 退職者アーカイブファイル.
      *
       アーカイブ読込－ＥＸ.
       EXIT.
      *
      ************************************************
       離職抽出               SECTION.
      ************************************************
      *
      *  ジャーナルの適用済削除を離職としてテーブルへ積む。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT ジャーナルファイル.
           IF ジャーナル状態 NOT = "00"
             THEN
               DISPLAY "ジャーナルなし。"
               GO TO 離職抽出－ＥＸ
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
                 IF ジャーナル結果 = "適用"
                    AND ジャーナル処理区分 = "D"
                   THEN
                     PERFORM 離職1件格納
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ジャーナルファイル.
      *
       離職抽出－ＥＸ.
       EXIT.
      *
      ************************************************
       離職1件格納            SECTION.
      ************************************************
      *
      *  離職日時点の年齢が退職年齢以上の者、または退職者
      *  アーカイブに載った者を定年とし、それ以外を自己都合等
      *  とする。生年月日・入社年月日の分からない者は不明帯へ
      *  入れる。
           IF 離職件数 >= 2000
             THEN
               MOVE "PRO2079" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "離職テーブル上限超過"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 離職件数.
           MOVE ジャーナル社員コード
             TO 表離職社員コード(離職件数).
           MOVE ジャーナル部署区分
             TO 表離職部署区分(離職件数).
           MOVE ジャーナル日付 TO 表離職日(離職件数).
           MOVE "J" TO 表離職区分(離職件数).
           MOVE ZERO TO 判定生年月日 判定入社年月日.
           MOVE ジャーナル社員コード
             TO 社員コード OF イメージ社員.
           PERFORM 属性検索.
           IF 該当属性番号 = ZERO
             THEN
               ADD 1 TO 属性不明件数
             ELSE
               MOVE 表属性生年月日(該当属性番号)
                 TO 判定生年月日
               MOVE 表属性入社年月日(該当属性番号)
                 TO 判定入社年月日
           END-IF.
           MOVE ジャーナル日付 TO 判定基準日.
           PERFORM 帯判定.
           MOVE 判定入社年月日
             TO 表離職入社年月日(離職件数).
           MOVE 判定勤続 TO 表離職勤続(離職件数).
           IF 判定年齢帯 NOT = 6 AND
              判定年齢 >= 退職判定年齢
             THEN
               MOVE "T" TO 表離職区分(離職件数)
             ELSE
               PERFORM VARYING アーカイブ番号 FROM 1 BY 1
                 UNTIL アーカイブ番号 > アーカイブ件数
                 IF 表アーカイブコード(アーカイブ番号) =
                    ジャーナル社員コード
                   THEN
                     MOVE "T" TO 表離職区分(離職件数)
                     MOVE アーカイブ件数 TO アーカイブ番号
                   ELSE
                     CONTINUE
                 END-IF
               END-PERFORM
           END-IF.
      *
       離職1件格納－ＥＸ.
       EXIT.
      *
      ************************************************
       帯判定                 SECTION.
      ************************************************
      *
      *  判定基準日時点の年齢・勤続年数と、その年齢帯・勤続
      *  年数帯を求める。算出できないときは帯を6(不明)とする。
           MOVE 6 TO 判定年齢帯 判定勤続帯.
           MOVE ZERO TO 判定年齢 判定勤続.
           MOVE 判定生年月日 TO 算出生年月日.
           MOVE 判定基準日 TO 算出基準日.
           CALL "SUB2008" USING 年齢算出情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "10" TO 算出状態
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 算出状態 = "00"
             THEN
               MOVE 算出年齢 TO 判定年齢
               EVALUATE TRUE
                 WHEN 判定年齢 < 30
                   MOVE 1 TO 判定年齢帯
                 WHEN 判定年齢 < 40
                   MOVE 2 TO 判定年齢帯
                 WHEN 判定年齢 < 50
                   MOVE 3 TO 判定年齢帯
                 WHEN 判定年齢 < 60
                   MOVE 4 TO 判定年齢帯
                 WHEN OTHER
                   MOVE 5 TO 判定年齢帯
               END-EVALUATE
             ELSE
               CONTINUE
           END-IF.
           MOVE 判定入社年月日 TO 算出生年月日.
           MOVE 判定基準日 TO 算出基準日.
           CALL "SUB2008" USING 年齢算出情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "10" TO 算出状態
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 算出状態 = "00"
             THEN
               MOVE 算出年齢 TO 判定勤続
               EVALUATE TRUE
                 WHEN 判定勤続 < 5
                   MOVE 1 TO 判定勤続帯
                 WHEN 判定勤続 < 10
                   MOVE 2 TO 判定勤続帯
                 WHEN 判定勤続 < 20
                   MOVE 3 TO 判定勤続帯
                 WHEN 判定勤続 < 30
                   MOVE 4 TO 判定勤続帯
                 WHEN OTHER
                   MOVE 5 TO 判定勤続帯
               END-EVALUATE
             ELSE
               CONTINUE
           END-IF.
      *
       帯判定－ＥＸ.
       EXIT.
      *
      ************************************************
       在籍集計               SECTION.
      ************************************************
      *
      *  人事部・総務部ファイルの在籍者を部署・年齢帯・勤続
      *  年数帯に数え、入社年別の採用数に加える。
           MOVE "0" TO 終了ステータス.
           MOVE 1 TO 部署番号.
           OPEN INPUT 人事部ファイル.
           IF 人事状態 NOT = "00"
             THEN
               MOVE "PRO2079" TO 発生プログラム名
               MOVE 人事状態 TO 入出力状態
               MOVE "人事部ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 人事部ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 MOVE 生年月日 OF 人事部レコード
                   TO 判定生年月日
                 MOVE 入社年月日 OF 人事部レコード
                   TO 判定入社年月日
                 PERFORM 在籍1件加算
             END-READ
           END-PERFORM.
           CLOSE 人事部ファイル.
      *
           MOVE "0" TO 終了ステータス.
           MOVE 2 TO 部署番号.
           OPEN INPUT 総務部ファイル.
           IF 総務状態 NOT = "00"
             THEN
               MOVE "PRO2079" TO 発生プログラム名
               MOVE 総務状態 TO 入出力状態
               MOVE "総務部ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 総務部ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 MOVE 生年月日 OF 総務部レコード
                   TO 判定生年月日
                 MOVE 入社年月日 OF 総務部レコード
                   TO 判定入社年月日
                 PERFORM 在籍1件加算
             END-READ
           END-PERFORM.
           CLOSE 総務部ファイル.
      *
       在籍集計－ＥＸ.
       EXIT.
      *
      ************************************************
       在籍1件加算            SECTION.
      ************************************************
      *
           ADD 1 TO 部署在籍(部署番号) 部署在籍(3).
           MOVE 在籍基準日 TO 判定基準日.
           PERFORM 帯判定.
           ADD 1 TO 年齢帯在籍(判定年齢帯).
           ADD 1 TO 勤続帯在籍(判定勤続帯).
           IF 判定入社年 >= 入社年起点 AND
              判定入社年 < 実行年
             THEN
               COMPUTE 入社年番号 =
                 判定入社年 - 入社年起点 + 1
               ADD 1 TO 入社年採用数(入社年番号)
             ELSE
               CONTINUE
           END-IF.
      *
       在籍1件加算－ＥＸ.
       EXIT.
      *
      ************************************************
       離職集計               SECTION.
      ************************************************
      *
      *  対象年度内の離職を部署・年齢帯・勤続年数帯と区分で
      *  数える。入社年別の定着は年度にかかわらず全離職で見る。
           PERFORM VARYING 離職番号 FROM 1 BY 1
             UNTIL 離職番号 > 離職件数
             PERFORM 離職1件集計
           END-PERFORM.
      *
       離職集計－ＥＸ.
       EXIT.
      *
      ************************************************
       離職1件集計            SECTION.
      ************************************************
      *
           IF 表離職区分(離職番号) = "T"
             THEN
               MOVE 1 TO 区分番号
             ELSE
               MOVE 2 TO 区分番号
           END-IF.
      *  入社年別の採用数と節目までの離職。
           MOVE 表離職入社年月日(離職番号)
             TO 判定入社年月日.
           IF 判定入社年 >= 入社年起点 AND
              判定入社年 < 実行年
             THEN
               COMPUTE 入社年番号 =
                 判定入社年 - 入社年起点 + 1
               ADD 1 TO 入社年採用数(入社年番号)
               PERFORM VARYING 節目番号 FROM 1 BY 1
                 UNTIL 節目番号 > 3
                 IF 表離職勤続(離職番号) <
                      節目年数(節目番号)
                   THEN
                     ADD 1 TO 入社年節目離職
                       (入社年番号 節目番号)
                   ELSE
                     CONTINUE
                 END-IF
               END-PERFORM
             ELSE
               CONTINUE
           END-IF.
      *  対象年度内の離職だけを率の集計に入れる。
           IF 表離職日(離職番号) < 期首日 OR
              表離職日(離職番号) > 期末日
             THEN
               GO TO 離職1件集計－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 表離職部署区分(離職番号) = "J"
             THEN
               MOVE 1 TO 部署番号
             ELSE
               MOVE 2 TO 部署番号
           END-IF.
           ADD 1 TO 部署離職(部署番号 区分番号)
                    部署離職(3 区分番号).
      *  年齢帯・勤続年数帯は離職日時点で決める。
           MOVE 表離職社員コード(離職番号)
             TO 社員コード OF イメージ社員.
           PERFORM 属性検索.
           IF 該当属性番号 = ZERO
             THEN
               MOVE ZERO TO 判定生年月日
             ELSE
               MOVE 表属性生年月日(該当属性番号)
                 TO 判定生年月日
           END-IF.
           MOVE 表離職日(離職番号) TO 判定基準日.
           PERFORM 帯判定.
           ADD 1 TO 年齢帯離職(判定年齢帯 区分番号).
           ADD 1 TO 勤続帯離職(判定勤続帯 区分番号).
      *
       離職1件集計－ＥＸ.
       EXIT.
      *
      ************************************************
       スナップショット読込   SECTION.
      ************************************************
      *
      *  期首(前年度3月)と期末(当該年度3月)の在籍数を拾う。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT スナップショットファイル.
           IF スナップ状態 NOT = "00"
             THEN
               DISPLAY "スナップショットなし。"
               GO TO スナップショット読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ スナップショットファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 EVALUATE スナップ年月
                   WHEN 期首年月
                     MOVE "Y" TO 期首検出フラグ
                     MOVE スナップ人事数 TO 部署期首(1)
                     MOVE スナップ総務数 TO 部署期首(2)
                     MOVE スナップ合計 TO 部署期首(3)
                   WHEN 期末年月
                     MOVE "Y" TO 期末検出フラグ
                     MOVE スナップ人事数 TO 部署期末(1)
                     MOVE スナップ総務数 TO 部署期末(2)
                     MOVE スナップ合計 TO 部署期末(3)
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
             END-READ
           END-PERFORM.
           CLOSE スナップショットファイル.
      *
       スナップショット読込－ＥＸ.
       EXIT.
      *
      ************************************************
       異動履歴集計           SECTION.
      ************************************************
      *
      *  対象年度内に発効した部署間の異動を転入・転出に数える。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 異動履歴ファイル.
           IF 履歴状態 NOT = "00"
             THEN
               DISPLAY "異動履歴なし。"
               GO TO 異動履歴集計－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 異動履歴ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 履歴発効日 >= 期首日 AND
                    履歴発効日 <= 期末日
                   THEN
                     IF 履歴異動元 = "J"
                       THEN
                         ADD 1 TO 部署転出(1)
                         ADD 1 TO 部署転入(2)
                       ELSE
                         ADD 1 TO 部署転出(2)
                         ADD 1 TO 部署転入(1)
                     END-IF
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 異動履歴ファイル.
      *
       異動履歴集計－ＥＸ.
       EXIT.
      *
      ************************************************
       レポート出力           SECTION.
      ************************************************
      *
           OPEN OUTPUT 離職レポートファイル.
           MOVE SPACES TO レポート行.
           STRING "離職率・定着率分析 対象年度:" DELIMITED
             BY SIZE
                  対象年度 DELIMITED BY SIZE
                  " 期間:" DELIMITED BY SIZE
                  期首日 DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  期末日 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 離職レポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           STRING "退職年齢:" DELIMITED BY SIZE
                  退職判定年齢 DELIMITED BY SIZE
                  " 在籍基準日:" DELIMITED BY SIZE
                  在籍基準日 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 離職レポートレコード FROM レポート行.
      *  部署別。分母はスナップショットの期首・期末の平均。
      *  どちらかが無ければ在籍と離職の和で代える(*印)。
           MOVE SPACES TO レポート行.
           STRING "部署別   期首  期末  定年  自己  "
                    DELIMITED BY SIZE
                  "離職率  転入  転出" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 離職レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING 部署番号 FROM 1 BY 1
             UNTIL 部署番号 > 3
             PERFORM 部署行出力
           END-PERFORM.
      *  年齢帯別。
           MOVE SPACES TO レポート行.
           STRING "  在籍  定年  自己 離職率  " DELIMITED
             BY SIZE
                  " 年齢帯" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 離職レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING 帯番号 FROM 1 BY 1
             UNTIL 帯番号 > 6
             MOVE 年齢帯名称(帯番号) TO 出力名称
             MOVE 年齢帯在籍(帯番号) TO 出力在籍
             MOVE 年齢帯離職(帯番号 1) TO 出力定年
             MOVE 年齢帯離職(帯番号 2) TO 出力自己
             PERFORM 帯行出力
           END-PERFORM.
      *  勤続年数帯別。
           MOVE SPACES TO レポート行.
           STRING "  在籍  定年  自己 離職率  " DELIMITED
             BY SIZE
                  " 勤続年数帯" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 離職レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING 帯番号 FROM 1 BY 1
             UNTIL 帯番号 > 6
             MOVE 勤続帯名称(帯番号) TO 出力名称
             MOVE 勤続帯在籍(帯番号) TO 出力在籍
             MOVE 勤続帯離職(帯番号 1) TO 出力定年
             MOVE 勤続帯離職(帯番号 2) TO 出力自己
             PERFORM 帯行出力
           END-PERFORM.
      *  入社年別の定着率。節目に達していない欄は"-"とする。
           MOVE SPACES TO レポート行.
           STRING "入社年  採用  1年後  3年後  5年後"
                    DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 離職レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING 入社年番号 FROM 1 BY 1
             UNTIL 入社年番号 > 10
             PERFORM 入社年行出力
           END-PERFORM.
           MOVE SPACES TO レポート行.
           STRING "属性不明の離職:" DELIMITED BY SIZE
                  属性不明件数 DELIMITED BY SIZE
                  " 離職(全期間):" DELIMITED BY SIZE
                  離職件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 離職レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           CLOSE 離職レポートファイル.
      *
       レポート出力－ＥＸ.
       EXIT.
      *
      ************************************************
       部署行出力             SECTION.
      ************************************************
      *
           MOVE SPACES TO レポート行.
           EVALUATE 部署番号
             WHEN 1
               MOVE "JINJIBU" TO レポート行(1:7)
             WHEN 2
               MOVE "SOUMUBU" TO レポート行(1:7)
             WHEN OTHER
               MOVE "TOTAL" TO レポート行(1:7)
           END-EVALUATE.
           MOVE 部署期首(部署番号) TO 人数編集.
           MOVE 人数編集 TO レポート行(9:5).
           MOVE 部署期末(部署番号) TO 人数編集.
           MOVE 人数編集 TO レポート行(15:5).
           MOVE 部署離職(部署番号 1) TO 人数編集.
           MOVE 人数編集 TO レポート行(21:5).
           MOVE 部署離職(部署番号 2) TO 人数編集.
           MOVE 人数編集 TO レポート行(27:5).
           COMPUTE 出力離職計 = 部署離職(部署番号 1)
                              + 部署離職(部署番号 2).
           IF 期首検出フラグ = "Y" AND 期末検出フラグ =
                "Y"
             THEN
               COMPUTE 出力分母 ROUNDED =
                 (部署期首(部署番号) +
                  部署期末(部署番号)) / 2
             ELSE
               COMPUTE 出力分母 =
                 部署在籍(部署番号) + 出力離職計
               MOVE "*" TO レポート行(40:1)
           END-IF.
           PERFORM 離職率算出.
           MOVE 離職率 TO 比率編集.
           MOVE 比率編集 TO レポート行(34:5).
           MOVE "%" TO レポート行(39:1).
           MOVE 部署転入(部署番号) TO 人数編集.
           MOVE 人数編集 TO レポート行(41:5).
           MOVE 部署転出(部署番号) TO 人数編集.
           MOVE 人数編集 TO レポート行(47:5).
           WRITE 離職レポートレコード FROM レポート行.
      *
       部署行出力－ＥＸ.
       EXIT.
      *
      ************************************************
       帯行出力               SECTION.
      ************************************************
      *
      *  帯の名称は表示幅がそろわないため数値の後ろに置く。
           MOVE SPACES TO レポート行.
           COMPUTE 出力離職計 = 出力定年 + 出力自己.
           COMPUTE 出力分母 = 出力在籍 + 出力離職計.
           PERFORM 離職率算出.
           MOVE 出力在籍 TO 人数編集.
           MOVE 人数編集 TO レポート行(1:5).
           MOVE 出力定年 TO 人数編集.
           MOVE 人数編集 TO レポート行(7:5).
           MOVE 出力自己 TO 人数編集.
           MOVE 人数編集 TO レポート行(13:5).
           MOVE 離職率 TO 比率編集.
           MOVE 比率編集 TO レポート行(20:5).
           MOVE "%" TO レポート行(25:1).
           MOVE 出力名称 TO レポート行(28:12).
           WRITE 離職レポートレコード FROM レポート行.
      *
       帯行出力－ＥＸ.
       EXIT.
      *
      ************************************************
       離職率算出             SECTION.
      ************************************************
      *
           IF 出力分母 = ZERO
             THEN
               MOVE ZERO TO 離職率
             ELSE
               COMPUTE 離職率 ROUNDED =
                 出力離職計 * 100 / 出力分母
           END-IF.
      *
       離職率算出－ＥＸ.
       EXIT.
      *
      ************************************************
       入社年行出力           SECTION.
      ************************************************
      *
      *  入社年の翌年から数えて節目の年数が過ぎた入社年だけ
      *  定着率を出す。
           MOVE SPACES TO レポート行.
           COMPUTE 年編集 = 入社年起点 + 入社年番号 - 1.
           MOVE 年編集 TO レポート行(1:4).
           MOVE 入社年採用数(入社年番号) TO 人数編集.
           MOVE 人数編集 TO レポート行(8:5).
           MOVE 14 TO 行位置.
           PERFORM VARYING 節目番号 FROM 1 BY 1
             UNTIL 節目番号 > 3
             IF 年編集 + 節目年数(節目番号) < 実行年 AND
                入社年採用数(入社年番号) > ZERO
               THEN
                 COMPUTE 定着数 = 入社年採用数(入社年番号)
                   - 入社年節目離職(入社年番号 節目番号)
                 COMPUTE 定着率 ROUNDED =
                   定着数 * 100 / 入社年採用数(入社年番号)
                 MOVE 定着率 TO 比率編集
                 MOVE 比率編集 TO レポート行(行位置:5)
                 MOVE "%" TO レポート行(行位置 + 5:1)
               ELSE
                 MOVE "-" TO レポート行(行位置 + 4:1)
             END-IF
             ADD 7 TO 行位置
           END-PERFORM.
           WRITE 離職レポートレコード FROM レポート行.
      *
       入社年行出力－ＥＸ.
       EXIT.
      *
      ************************************************
       終了処理               SECTION.
      ************************************************
      *
           DISPLAY "離職(全期間):" 離職件数
                   " 属性不明:" 属性不明件数.
      *
           DISPLAY "***PRO2079 END***".
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
