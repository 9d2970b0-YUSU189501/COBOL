       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2102.
      *  月次の外貨建て支出の通貨別集計表。領収書台帳
      *  (RYOSYUSHO1と年月分割ファイル)から対象年月の外貨建て
      *  明細を選び、通貨ごとに件数・外貨金額・円換算額(返品
      *  差し引き後)と平均換算レートを外貨支出表
      *  (GAIKARPT2010)へ書く。為替レートが無く換算できな
      *  かった明細の件数も通貨ごとに示す。対象年月は指定
      *  ファイル(GAIKAPRM2010)で指定し、無ければ実行月とする。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  対象年月の指定。無くてもよい。
           SELECT 指定ファイル ASSIGN TO
             "/home/suzuki/DATA/GAIKAPRM2010"
             FILE STATUS IS 指定状態.
      *  台帳は年月分割後、カタログを介して対象期間の分割
      *  ファイルとRYOSYUSHO1(当期未分割分)を切り替えて読む。
           SELECT 領収書ファイル ASSIGN TO DYNAMIC 台帳名
             FILE STATUS IS 領収状態.
      *  年月分割された台帳のカタログ。
           SELECT カタログファイル ASSIGN TO
             "/home/suzuki/DATA/RYOSYUCAT2010"
             FILE STATUS IS カタログ状態.
      *  外貨支出表。
           SELECT 外貨支出表ファイル ASSIGN TO
             "/home/suzuki/DATA/GAIKARPT2010"
             FILE STATUS IS 外貨支出表状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  指定ファイル.
       01  指定レコード.
         03 指定年月          PIC 9(6).
       FD  領収書ファイル.
       01  領収書レコード.
           COPY CP014.
       FD  カタログファイル.
       01  カタログレコード.
         03 カタログ年月      PIC 9(6).
         03 カタログファイル名 PIC X(60).
         03 カタログ禁止フラグ PIC X(1).
       FD  外貨支出表ファイル.
       01  外貨支出表レコード PIC X(80).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 指定状態          PIC X(2).
         03 領収状態          PIC X(2).
         03 カタログ状態      PIC X(2).
         03 外貨支出表状態    PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
       01  対象年月           PIC 9(6).
      *  分割台帳の走査制御。
       01  台帳名             PIC X(60).
       01  カタログテーブルエリア.
         03 カタログ件数      PIC 9(3) VALUE ZERO.
         03 カタログ番号      PIC 9(3).
         03 カタログエントリ  OCCURS 120 TIMES.
           05 表カタログ年月  PIC 9(6).
           05 表カタログ名    PIC X(60).
      *  通貨別の集計テーブル。
       01  通貨テーブルエリア.
         03 通貨件数          PIC 9(2) VALUE ZERO.
         03 通貨番号          PIC 9(2).
         03 該当通貨番号      PIC 9(2).
         03 比較番号          PIC 9(2).
         03 通貨エントリ      OCCURS 30 TIMES.
           05 表通貨コード    PIC X(3).
           05 表明細件数      PIC 9(5).
           05 表返品件数      PIC 9(5).
           05 表レートなし    PIC 9(5).
           05 表外貨合計      PIC S9(11)V99.
           05 表円合計        PIC S9(11).
       01  入替エントリ.
         03 入替通貨コード    PIC X(3).
         03 入替明細件数      PIC 9(5).
         03 入替返品件数      PIC 9(5).
         03 入替レートなし    PIC 9(5).
         03 入替外貨合計      PIC S9(11)V99.
         03 入替円合計        PIC S9(11).
      *  明細1件の符号付き金額と合計・編集用の項目。
       01  明細外貨           PIC S9(11)V99.
       01  明細円             PIC S9(11).
       01  円総合計           PIC S9(11) VALUE ZERO.
       01  外貨明細総数       PIC 9(5) VALUE ZERO.
       01  平均レート         PIC 9(4)V9(4).
       01  件数表示           PIC ZZZZ9.
       01  外貨表示           PIC -(10)9.99.
       01  円表示             PIC -(10)9.
       01  レート表示         PIC ZZZ9.9999.
       01  出力行             PIC X(80).
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
           PERFORM 集計表出力.
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
           DISPLAY "***PRO2102 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           MOVE 実行日(1:6) TO 対象年月.
           OPEN INPUT 指定ファイル.
           IF 指定状態 = "00"
             THEN
               READ 指定ファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   IF 指定年月 IS NUMERIC
                      AND 指定年月 > ZERO
                     THEN
                       MOVE 指定年月 TO 対象年月
                     ELSE
                       CONTINUE
                   END-IF
               END-READ
               CLOSE 指定ファイル
             ELSE
               CONTINUE
           END-IF.
           DISPLAY "対象年月:" 対象年月.
           PERFORM カタログ読込.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       カタログ読込           SECTION.
      ***********************************
      *
      *  カタログが無い場合はRYOSYUSHO1の1本だけを読む。
           OPEN INPUT カタログファイル.
           IF カタログ状態 NOT = "00"
             THEN
               CONTINUE
             ELSE
               PERFORM UNTIL カタログ状態 NOT = "00"
                 READ カタログファイル
                   AT END
                     CONTINUE
                   NOT AT END
                     IF カタログ件数 < 120
                       THEN
                         ADD 1 TO カタログ件数
                         MOVE カタログ年月
                           TO 表カタログ年月
                              (カタログ件数)
                         MOVE カタログファイル名
                           TO 表カタログ名
                              (カタログ件数)
                       ELSE
                         DISPLAY "カタログ上限超過。"
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE カタログファイル
           END-IF.
      *
       カタログ読込－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
      *  対象年月の分割ファイルを読み、最後に当期の未分割分
      *  (RYOSYUSHO1)を読む。
           PERFORM VARYING カタログ番号 FROM 1 BY 1
             UNTIL カタログ番号 > カタログ件数
             IF 表カタログ年月(カタログ番号) = 対象年月
               THEN
                 MOVE 表カタログ名(カタログ番号)
                   TO 台帳名
                 PERFORM 台帳1本走査
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           MOVE "/home/suzuki/DATA/RYOSYUSHO1"
             TO 台帳名.
           PERFORM 台帳1本走査.
           PERFORM 通貨並べ替え.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       台帳1本走査            SECTION.
      ***********************************
      *
      *  集計トレーラ行(区分コード"99")と円建ての明細は
      *  とばす。無いファイルはとばす。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 領収書ファイル.
           IF 領収状態 NOT = "00"
             THEN
               GO TO 台帳1本走査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 領収書ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 EVALUATE TRUE
                   WHEN 区分コード OF 領収書レコード
                        = "99"
                     CONTINUE
                   WHEN 日付 OF 領収書レコード(1:6)
                        NOT = 対象年月
                     CONTINUE
                   WHEN 通貨コード OF 領収書レコード
                        = SPACES
                     CONTINUE
                   WHEN 通貨コード OF 領収書レコード
                        = "JPY"
                     CONTINUE
                   WHEN OTHER
                     PERFORM 通貨別集計
                 END-EVALUATE
             END-READ
           END-PERFORM.
           CLOSE 領収書ファイル.
      *
       台帳1本走査－ＥＸ.
       EXIT.
      *
      ***********************************
       通貨別集計             SECTION.
      ***********************************
      *
           MOVE ZERO TO 該当通貨番号.
           PERFORM VARYING 通貨番号 FROM 1 BY 1
             UNTIL 通貨番号 > 通貨件数
             IF 表通貨コード(通貨番号) =
                通貨コード OF 領収書レコード
               THEN
                 MOVE 通貨番号 TO 該当通貨番号
                 MOVE 通貨件数 TO 通貨番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当通貨番号 = ZERO
             THEN
               IF 通貨件数 >= 30
                 THEN
                   MOVE "PRO2102" TO 発生プログラム名
                   MOVE SPACES TO 入出力状態
                   MOVE "通貨テーブル上限超過"
                     TO 異常終了メッセージ
                   PERFORM 異常終了処理
                 ELSE
                   CONTINUE
               END-IF
               ADD 1 TO 通貨件数
               MOVE 通貨件数 TO 該当通貨番号
               INITIALIZE 通貨エントリ(通貨件数)
               MOVE 通貨コード OF 領収書レコード
                 TO 表通貨コード(通貨件数)
             ELSE
               CONTINUE
           END-IF.
      *  返品(取引区分"2")は差し引く。
           IF 取引区分 OF 領収書レコード = "2"
             THEN
               COMPUTE 明細外貨 =
                 ZERO - 外貨金額 OF 領収書レコード
               COMPUTE 明細円 =
                 ZERO - 値段 OF 領収書レコード
               ADD 1 TO 表返品件数(該当通貨番号)
             ELSE
               MOVE 外貨金額 OF 領収書レコード
                 TO 明細外貨
               MOVE 値段 OF 領収書レコード TO 明細円
           END-IF.
           ADD 1 TO 表明細件数(該当通貨番号).
           ADD 1 TO 外貨明細総数.
           ADD 明細外貨 TO 表外貨合計(該当通貨番号).
           ADD 明細円 TO 表円合計(該当通貨番号).
           ADD 明細円 TO 円総合計.
      *  レートが無く換算できなかった明細を数える。
           IF 換算レート OF 領収書レコード = ZERO
             THEN
               ADD 1 TO 表レートなし(該当通貨番号)
             ELSE
               CONTINUE
           END-IF.
      *
       通貨別集計－ＥＸ.
       EXIT.
      *
      ***********************************
       通貨並べ替え           SECTION.
      ***********************************
      *
      *  通貨コードの昇順に並べ替える。件数が少ないので単純
      *  な交換法による。
           PERFORM VARYING 通貨番号 FROM 1 BY 1
             UNTIL 通貨番号 >= 通貨件数
             PERFORM VARYING 比較番号 FROM 通貨番号 BY 1
               UNTIL 比較番号 > 通貨件数
               IF 表通貨コード(比較番号)
                  < 表通貨コード(通貨番号)
                 THEN
                   MOVE 通貨エントリ(通貨番号)
                     TO 入替エントリ
                   MOVE 通貨エントリ(比較番号)
                     TO 通貨エントリ(通貨番号)
                   MOVE 入替エントリ
                     TO 通貨エントリ(比較番号)
                 ELSE
                   CONTINUE
               END-IF
             END-PERFORM
           END-PERFORM.
      *
       通貨並べ替え－ＥＸ.
       EXIT.
      *
      ***********************************
       集計表出力             SECTION.
      ***********************************
      *
           OPEN OUTPUT 外貨支出表ファイル.
           IF 外貨支出表状態 NOT = "00"
             THEN
               MOVE "PRO2102" TO 発生プログラム名
               MOVE 外貨支出表状態 TO 入出力状態
               MOVE "外貨支出表のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 出力行.
           STRING "外貨建て支出 通貨別集計表 対象年月:"
                  DELIMITED BY SIZE
                  対象年月 DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 外貨支出表レコード FROM 出力行.
           MOVE SPACES TO 出力行.
           STRING "通貨 件数 返品     外貨金額"
                  DELIMITED BY SIZE
                  "    円換算額  平均率 未換算"
                  DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 外貨支出表レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING 通貨番号 FROM 1 BY 1
             UNTIL 通貨番号 > 通貨件数
             PERFORM 通貨行出力
           END-PERFORM.
           MOVE SPACES TO 出力行.
           MOVE "計" TO 出力行(1:3).
           MOVE 外貨明細総数 TO 件数表示.
           MOVE 件数表示 TO 出力行(5:5).
           MOVE 円総合計 TO 円表示.
           MOVE 円表示 TO 出力行(32:11).
           WRITE 外貨支出表レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
           CLOSE 外貨支出表ファイル.
      *
       集計表出力－ＥＸ.
       EXIT.
      *
      ***********************************
       通貨行出力             SECTION.
      ***********************************
      *
      *  平均レートは円換算額÷外貨金額。換算できなかった
      *  明細があれば参考値となる。
           MOVE SPACES TO 出力行.
           MOVE 表通貨コード(通貨番号) TO 出力行(1:3).
           MOVE 表明細件数(通貨番号) TO 件数表示.
           MOVE 件数表示 TO 出力行(5:5).
           MOVE 表返品件数(通貨番号) TO 件数表示.
           MOVE 件数表示 TO 出力行(10:5).
           MOVE 表外貨合計(通貨番号) TO 外貨表示.
           MOVE 外貨表示 TO 出力行(15:14).
           MOVE 表円合計(通貨番号) TO 円表示.
           MOVE 円表示 TO 出力行(32:11).
           IF 表外貨合計(通貨番号) > ZERO
              AND 表円合計(通貨番号) > ZERO
             THEN
               COMPUTE 平均レート ROUNDED =
                 表円合計(通貨番号)
                 / 表外貨合計(通貨番号)
                 ON SIZE ERROR
                   MOVE ZERO TO 平均レート
               END-COMPUTE
               MOVE 平均レート TO レート表示
               MOVE レート表示 TO 出力行(44:9)
             ELSE
               MOVE "-" TO 出力行(52:1)
           END-IF.
           MOVE 表レートなし(通貨番号) TO 件数表示.
           MOVE 件数表示 TO 出力行(56:5).
           WRITE 外貨支出表レコード FROM 出力行.
      *
       通貨行出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           DISPLAY "通貨数:" 通貨件数
                   " 外貨明細:" 外貨明細総数.
           DISPLAY "***PRO2102 END***".
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
