       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2107.
      *  支払口座別の日次残高。支払口座マスタ(KOZAMST2010)の
      *  口座(現金・銀行口座・カード)ごとに、領収書台帳
      *  (RYOSYUSHO1と年月分割ファイル)の購入を支払口座からの
      *  出金(返品は入金)、収入台帳(SHUNYU2010)の手取りを入金
      *  口座への入金、口座間振替(FURIKAE2010)を振替元からの
      *  出金と振替先への入金として集め、口座の開始日の開始
      *  残高から基準日まで日ごとに残高を繰り越して口座別日次
      *  残高(ZANDAKA2010)を作り直す。口座ごとの入出金の合計と
      *  基準日の残高、口座の分からない明細を口座残高表
      *  (ZANDAKARPT2010)へ書く。基準日は指定ファイル
      *  (ZANDAKAPRM2010)で指定し、無ければ実行日とする。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  基準日の指定。無くてもよい。
           SELECT 指定ファイル ASSIGN TO
             "/home/suzuki/DATA/ZANDAKAPRM2010"
             FILE STATUS IS 指定状態.
      *  現金・銀行口座・カードを登録した支払口座マスタ。
           SELECT 口座マスタファイル ASSIGN TO
             "/home/suzuki/DATA/KOZAMST2010"
             FILE STATUS IS 口座マスタ状態.
      *  台帳は年月分割後、カタログを介して分割ファイルと
      *  RYOSYUSHO1(当期未分割分)を切り替えて読む。
           SELECT 領収書ファイル ASSIGN TO DYNAMIC 台帳名
             FILE STATUS IS 領収状態.
      *  年月分割された台帳のカタログ。
           SELECT カタログファイル ASSIGN TO
             "/home/suzuki/DATA/RYOSYUCAT2010"
             FILE STATUS IS カタログ状態.
      *  PRO2099が追記する収入台帳。
           SELECT 収入台帳ファイル ASSIGN TO
             "/home/suzuki/DATA/SHUNYU2010"
             FILE STATUS IS 収入状態.
      *  口座間振替。
           SELECT 振替ファイル ASSIGN TO
             "/home/suzuki/DATA/FURIKAE2010"
             FILE STATUS IS 振替状態.
      *  集めた入出金。口座・日付順に並べてから残高を繰り越す。
           SELECT 入出金ファイル ASSIGN TO
             "/home/suzuki/DATA/ZANDAKA2010W"
             FILE STATUS IS 入出金状態.
           SELECT 整列ワークファイル ASSIGN TO
             "/home/suzuki/DATA/ZANDAKA2010X".
           SELECT 整列入出金ファイル ASSIGN TO
             "/home/suzuki/DATA/ZANDAKA2010S"
             FILE STATUS IS 整列状態.
      *  口座別日次残高。毎回作り直す。
           SELECT 日次残高ファイル ASSIGN TO
             "/home/suzuki/DATA/ZANDAKA2010"
             FILE STATUS IS 日次残高状態.
      *  口座残高表。
           SELECT 残高表ファイル ASSIGN TO
             "/home/suzuki/DATA/ZANDAKARPT2010"
             FILE STATUS IS 残高表状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  指定ファイル.
       01  指定レコード.
         03 指定基準日        PIC 9(8).
       FD  口座マスタファイル.
       01  口座マスタレコード.
           COPY CP064.
       FD  領収書ファイル.
       01  領収書レコード.
           COPY CP014.
       FD  カタログファイル.
       01  カタログレコード.
         03 カタログ年月      PIC 9(6).
         03 カタログファイル名 PIC X(60).
         03 カタログ禁止フラグ PIC X(1).
       FD  収入台帳ファイル.
       01  収入台帳レコード.
           COPY CP056.
       FD  振替ファイル.
       01  振替レコード.
           COPY CP065.
       FD  入出金ファイル.
       01  入出金レコード.
         03 入出金口座        PIC X(4).
         03 入出金日付        PIC 9(8).
         03 入出金入金額      PIC 9(11).
         03 入出金出金額      PIC 9(11).
       SD  整列ワークファイル.
       01  整列作業レコード.
         03 整列口座          PIC X(4).
         03 整列日付          PIC 9(8).
         03 整列入金額        PIC 9(11).
         03 整列出金額        PIC 9(11).
       FD  整列入出金ファイル.
       01  整列入出金レコード.
         03 整列済口座        PIC X(4).
         03 整列済日付        PIC 9(8).
         03 整列済入金額      PIC 9(11).
         03 整列済出金額      PIC 9(11).
       FD  日次残高ファイル.
       01  日次残高レコード.
           COPY CP066.
       FD  残高表ファイル.
       01  残高表レコード     PIC X(120).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 指定状態          PIC X(2).
         03 口座マスタ状態    PIC X(2).
         03 領収状態          PIC X(2).
         03 カタログ状態      PIC X(2).
         03 収入状態          PIC X(2).
         03 振替状態          PIC X(2).
         03 入出金状態        PIC X(2).
         03 整列状態          PIC X(2).
         03 日次残高状態      PIC X(2).
         03 残高表状態        PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
       01  基準日             PIC 9(8).
      *  支払口座マスタのテーブルと口座ごとの集計。
       01  口座テーブルエリア.
         03 口座件数          PIC 9(3) VALUE ZERO.
         03 口座番号          PIC 9(3).
         03 該当口座番号      PIC 9(3).
         03 口座エントリ      OCCURS 50 TIMES.
           05 表口座コード    PIC X(4).
           05 表口座種別      PIC X(1).
           05 表口座名        PIC X(30).
           05 表開始日        PIC 9(8).
           05 表開始残高      PIC S9(11).
           05 表入金合計      PIC 9(11).
           05 表出金合計      PIC 9(11).
           05 表残高          PIC S9(11).
           05 表入出金日数    PIC 9(5).
      *  分割台帳の走査制御。
       01  台帳名             PIC X(60).
       01  カタログテーブルエリア.
         03 カタログ件数      PIC 9(3) VALUE ZERO.
         03 カタログ番号      PIC 9(3).
         03 カタログエントリ  OCCURS 120 TIMES.
           05 表カタログ年月  PIC 9(6).
           05 表カタログ名    PIC X(60).
      *  入出金1件の振り分けワーク。
       01  振分口座           PIC X(4).
       01  振分日付           PIC 9(8).
       01  振分入金額         PIC 9(11).
       01  振分出金額         PIC 9(11).
       01  振分元             PIC X(10).
       01  振分摘要           PIC X(38).
      *  日次残高の繰り越しワーク。
       01  日次作業.
         03 日次口座          PIC X(4).
         03 日次日付          PIC 9(8).
         03 日次入金額        PIC 9(11).
         03 日次出金額        PIC 9(11).
       01  日次有無フラグ     PIC X(1).
           88 日次あり        VALUE "Y".
      *  件数と合計。
       01  集計エリア.
         03 入出金件数        PIC 9(7) VALUE ZERO.
         03 未設定件数        PIC 9(7) VALUE ZERO.
         03 未設定金額        PIC 9(11) VALUE ZERO.
         03 口座不明件数      PIC 9(7) VALUE ZERO.
         03 開始日前件数      PIC 9(7) VALUE ZERO.
         03 振替件数          PIC 9(7) VALUE ZERO.
         03 振替誤り件数      PIC 9(7) VALUE ZERO.
         03 日次残高件数      PIC 9(7) VALUE ZERO.
       01  金額表示           PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  残高表示           PIC -,---,---,--9.
       01  件数表示           PIC Z,ZZZ,ZZ9.
       01  別件数表示         PIC Z,ZZZ,ZZ9.
       01  残高表行           PIC X(120).
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
           DISPLAY "***PRO2107 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           MOVE 実行日 TO 基準日.
           OPEN INPUT 指定ファイル.
           IF 指定状態 = "00"
             THEN
               READ 指定ファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   IF 指定基準日 IS NUMERIC
                      AND 指定基準日 > ZERO
                     THEN
                       MOVE 指定基準日 TO 基準日
                     ELSE
                       CONTINUE
                   END-IF
               END-READ
               CLOSE 指定ファイル
             ELSE
               CONTINUE
           END-IF.
           DISPLAY "基準日:" 基準日.
           PERFORM 口座マスタ読込.
           PERFORM カタログ読込.
           OPEN OUTPUT 残高表ファイル.
           MOVE SPACES TO 残高表行.
           STRING "口座残高表 基準日:" DELIMITED BY SIZE
                  基準日 DELIMITED BY SIZE
                  " 処理日:" DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO 残高表行.
           WRITE 残高表レコード FROM 残高表行.
           MOVE SPACES TO 残高表行.
           MOVE "口座の分からない明細" TO 残高表行.
           WRITE 残高表レコード FROM 残高表行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 残高表行.
           STRING "元         日付           金額 口座 理由"
                  DELIMITED BY SIZE
                  "         摘要" DELIMITED BY SIZE
                  INTO 残高表行.
           WRITE 残高表レコード FROM 残高表行.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       口座マスタ読込         SECTION.
      ***********************************
      *
      *  支払口座マスタが無ければ残高は作れない。
           OPEN INPUT 口座マスタファイル.
           IF 口座マスタ状態 NOT = "00"
             THEN
               MOVE "PRO2107" TO 発生プログラム名
               MOVE 口座マスタ状態 TO 入出力状態
               MOVE "支払口座マスタのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 口座マスタ状態 NOT = "00"
             READ 口座マスタファイル
               AT END
                 CONTINUE
               NOT AT END
                 IF 口座件数 < 50
                   THEN
                     ADD 1 TO 口座件数
                     MOVE 口座コード
                       TO 表口座コード(口座件数)
                     MOVE 口座種別
                       TO 表口座種別(口座件数)
                     MOVE 口座名 TO 表口座名(口座件数)
                     MOVE 開始日 TO 表開始日(口座件数)
                     MOVE 開始残高
                       TO 表開始残高(口座件数)
                     MOVE 開始残高 TO 表残高(口座件数)
                     MOVE ZERO TO 表入金合計(口座件数)
                     MOVE ZERO TO 表出金合計(口座件数)
                     MOVE ZERO TO 表入出金日数(口座件数)
                   ELSE
                     DISPLAY "支払口座テーブル上限超過。"
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 口座マスタファイル.
      *
       口座マスタ読込－ＥＸ.
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
      *  台帳・収入台帳・振替から入出金を集め、口座・日付順
      *  に並べて日次残高を作る。
           OPEN OUTPUT 入出金ファイル.
           PERFORM VARYING カタログ番号 FROM 1 BY 1
             UNTIL カタログ番号 > カタログ件数
             MOVE 表カタログ名(カタログ番号) TO 台帳名
             PERFORM 台帳1本走査
           END-PERFORM.
           MOVE "/home/suzuki/DATA/RYOSYUSHO1"
             TO 台帳名.
           PERFORM 台帳1本走査.
           PERFORM 収入走査.
           PERFORM 振替走査.
           CLOSE 入出金ファイル.
           SORT 整列ワークファイル
             ASCENDING KEY 整列口座
                           整列日付
             USING  入出金ファイル
             GIVING 整列入出金ファイル.
           PERFORM 日次残高作成.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       台帳1本走査            SECTION.
      ***********************************
      *
      *  集計トレーラ行(区分コード"99")はとばす。無いファイル
      *  はとばす。購入は支払口座からの出金、返品は入金。
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
                 IF 区分コード OF 領収書レコード = "99"
                   THEN
                     CONTINUE
                   ELSE
                     MOVE 支払口座コード OF 領収書レコード
                       TO 振分口座
                     MOVE 日付 OF 領収書レコード
                       TO 振分日付
                     IF 取引区分 OF 領収書レコード = "2"
                       THEN
                         MOVE 値段 OF 領収書レコード
                           TO 振分入金額
                         MOVE ZERO TO 振分出金額
                       ELSE
                         MOVE ZERO TO 振分入金額
                         MOVE 値段 OF 領収書レコード
                           TO 振分出金額
                     END-IF
                     MOVE "購入" TO 振分元
                     MOVE 商品名 OF 領収書レコード
                       TO 振分摘要
                     PERFORM 入出金振分
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 領収書ファイル.
      *
       台帳1本走査－ＥＸ.
       EXIT.
      *
      ***********************************
       収入走査               SECTION.
      ***********************************
      *
      *  手取り(差引支給額)を入金口座への入金とする。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 収入台帳ファイル.
           IF 収入状態 NOT = "00"
             THEN
               DISPLAY "収入台帳なし。"
               GO TO 収入走査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 収入台帳ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 MOVE 入金口座コード OF 収入台帳レコード
                   TO 振分口座
                 MOVE 収入日付 OF 収入台帳レコード
                   TO 振分日付
                 MOVE 差引支給額 OF 収入台帳レコード
                   TO 振分入金額
                 MOVE ZERO TO 振分出金額
                 MOVE "収入" TO 振分元
                 MOVE 支払者 OF 収入台帳レコード
                   TO 振分摘要
                 PERFORM 入出金振分
             END-READ
           END-PERFORM.
           CLOSE 収入台帳ファイル.
      *
       収入走査－ＥＸ.
       EXIT.
      *
      ***********************************
       振替走査               SECTION.
      ***********************************
      *
      *  振替元・振替先がともにマスタにあり、両者が異なり、
      *  金額が0より大きい振替だけを反映する。それ以外は振替
      *  誤りとして残高表に示す。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 振替ファイル.
           IF 振替状態 NOT = "00"
             THEN
               GO TO 振替走査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 振替ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 PERFORM 振替1件処理
             END-READ
           END-PERFORM.
           CLOSE 振替ファイル.
      *
       振替走査－ＥＸ.
       EXIT.
      *
      ***********************************
       振替1件処理            SECTION.
      ***********************************
      *
           MOVE 振替先口座 TO 振分口座.
           PERFORM 口座検索.
           IF 振替金額 IS NOT NUMERIC
              OR 振替金額 = ZERO
              OR 振替元口座 = 振替先口座
              OR 該当口座番号 = ZERO
             THEN
               MOVE ZERO TO 該当口座番号
             ELSE
               MOVE 振替元口座 TO 振分口座
               PERFORM 口座検索
           END-IF.
           IF 該当口座番号 = ZERO
             THEN
               ADD 1 TO 振替誤り件数
               MOVE SPACES TO 残高表行
               MOVE "振替" TO 残高表行(1:10)
               MOVE 振替日 TO 残高表行(12:8)
               IF 振替金額 IS NUMERIC
                 THEN
                   MOVE 振替金額 TO 金額表示
                   MOVE 金額表示 TO 残高表行(20:14)
                 ELSE
                   CONTINUE
               END-IF
               MOVE 振替元口座 TO 残高表行(35:4)
               MOVE "振替誤り" TO 残高表行(40:12)
               MOVE 振替摘要 TO 残高表行(53:30)
               WRITE 残高表レコード FROM 残高表行
               MOVE SPACES TO 残高表行
               MOVE 振替先口座 TO 残高表行(35:4)
               WRITE 残高表レコード FROM 残高表行
               GO TO 振替1件処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 振替件数.
           MOVE "振替" TO 振分元.
           MOVE 振替摘要 TO 振分摘要.
           MOVE 振替日 TO 振分日付.
           MOVE 振替元口座 TO 振分口座.
           MOVE ZERO TO 振分入金額.
           MOVE 振替金額 TO 振分出金額.
           PERFORM 入出金振分.
           MOVE 振替先口座 TO 振分口座.
           MOVE 振替金額 TO 振分入金額.
           MOVE ZERO TO 振分出金額.
           PERFORM 入出金振分.
      *
       振替1件処理－ＥＸ.
       EXIT.
      *
      ***********************************
       口座検索               SECTION.
      ***********************************
      *
      *  振分口座の口座番号を返す。無ければ0。
           MOVE ZERO TO 該当口座番号.
           PERFORM VARYING 口座番号 FROM 1 BY 1
             UNTIL 口座番号 > 口座件数
             IF 表口座コード(口座番号) = 振分口座
               THEN
                 MOVE 口座番号 TO 該当口座番号
                 MOVE 口座件数 TO 口座番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       口座検索－ＥＸ.
       EXIT.
      *
      ***********************************
       入出金振分             SECTION.
      ***********************************
      *
      *  基準日より後の入出金は数えない。口座未設定は件数と
      *  金額だけを数え、マスタに無い口座と口座の開始日より
      *  前の入出金は残高表に示して残高には含めない。
           IF 振分日付 > 基準日
             THEN
               GO TO 入出金振分－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 振分口座 = SPACES
             THEN
               ADD 1 TO 未設定件数
               ADD 振分入金額 TO 未設定金額
               ADD 振分出金額 TO 未設定金額
               GO TO 入出金振分－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM 口座検索.
           IF 該当口座番号 = ZERO
             THEN
               ADD 1 TO 口座不明件数
               PERFORM 例外行出力
               GO TO 入出金振分－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 振分日付 < 表開始日(該当口座番号)
             THEN
               ADD 1 TO 開始日前件数
               PERFORM 例外行出力
               GO TO 入出金振分－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 入出金件数.
           MOVE 振分口座 TO 入出金口座.
           MOVE 振分日付 TO 入出金日付.
           MOVE 振分入金額 TO 入出金入金額.
           MOVE 振分出金額 TO 入出金出金額.
           WRITE 入出金レコード.
      *
       入出金振分－ＥＸ.
       EXIT.
      *
      ***********************************
       例外行出力             SECTION.
      ***********************************
      *
           MOVE SPACES TO 残高表行.
           MOVE 振分元 TO 残高表行(1:10).
           MOVE 振分日付 TO 残高表行(12:8).
           IF 振分入金額 > ZERO
             THEN
               MOVE 振分入金額 TO 金額表示
             ELSE
               MOVE 振分出金額 TO 金額表示
           END-IF.
           MOVE 金額表示 TO 残高表行(20:14).
           MOVE 振分口座 TO 残高表行(35:4).
           IF 該当口座番号 = ZERO
             THEN
               MOVE "口座不明" TO 残高表行(40:12)
             ELSE
               MOVE "開始日前" TO 残高表行(40:12)
           END-IF.
           MOVE 振分摘要 TO 残高表行(53:38).
           WRITE 残高表レコード FROM 残高表行.
      *
       例外行出力－ＥＸ.
       EXIT.
      *
      ***********************************
       日次残高作成           SECTION.
      ***********************************
      *
      *  口座・日付が変わるごとにその日の入出金を残高に加え、
      *  日末の残高を1件書く。
           OPEN OUTPUT 日次残高ファイル.
           MOVE "N" TO 日次有無フラグ.
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 整列入出金ファイル.
           IF 整列状態 NOT = "00"
             THEN
               MOVE "PRO2107" TO 発生プログラム名
               MOVE 整列状態 TO 入出力状態
               MOVE "整列入出金のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 整列入出金ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 日次あり
                    AND 整列済口座 = 日次口座
                    AND 整列済日付 = 日次日付
                   THEN
                     CONTINUE
                   ELSE
                     IF 日次あり
                       THEN
                         PERFORM 日次残高出力
                       ELSE
                         CONTINUE
                     END-IF
                     MOVE 整列済口座 TO 日次口座
                     MOVE 整列済日付 TO 日次日付
                     MOVE ZERO TO 日次入金額
                     MOVE ZERO TO 日次出金額
                     SET 日次あり TO TRUE
                 END-IF
                 ADD 整列済入金額 TO 日次入金額
                 ADD 整列済出金額 TO 日次出金額
             END-READ
           END-PERFORM.
           IF 日次あり
             THEN
               PERFORM 日次残高出力
             ELSE
               CONTINUE
           END-IF.
           CLOSE 整列入出金ファイル.
           CLOSE 日次残高ファイル.
      *
       日次残高作成－ＥＸ.
       EXIT.
      *
      ***********************************
       日次残高出力           SECTION.
      ***********************************
      *
           MOVE 日次口座 TO 振分口座.
           PERFORM 口座検索.
           ADD 日次入金額 TO 表入金合計(該当口座番号).
           ADD 日次出金額 TO 表出金合計(該当口座番号).
           ADD 1 TO 表入出金日数(該当口座番号).
           COMPUTE 表残高(該当口座番号) =
                   表残高(該当口座番号)
                   + 日次入金額 - 日次出金額.
           INITIALIZE 日次残高レコード.
           MOVE 日次日付 TO 残高日付.
           MOVE 日次口座 TO 残高口座コード.
           MOVE 日次入金額 TO 日入金額.
           MOVE 日次出金額 TO 日出金額.
           MOVE 表残高(該当口座番号) TO 日末残高.
           WRITE 日次残高レコード.
           ADD 1 TO 日次残高件数.
      *
       日次残高出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           MOVE SPACES TO 残高表行.
           STRING "口座 口座名" DELIMITED BY SIZE
                  "                         種別"
                  DELIMITED BY SIZE
                  "       開始残高           入金"
                  DELIMITED BY SIZE
                  "           出金           残高"
                  DELIMITED BY SIZE
                  INTO 残高表行.
           WRITE 残高表レコード FROM 残高表行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING 口座番号 FROM 1 BY 1
             UNTIL 口座番号 > 口座件数
             PERFORM 口座行出力
           END-PERFORM.
           MOVE SPACES TO 残高表行.
           MOVE 入出金件数 TO 件数表示.
           STRING "反映入出金:" DELIMITED BY SIZE
                  件数表示 DELIMITED BY SIZE
                  INTO 残高表行.
           WRITE 残高表レコード FROM 残高表行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 残高表行.
           MOVE 未設定件数 TO 件数表示.
           MOVE 未設定金額 TO 金額表示.
           STRING "口座未設定:" DELIMITED BY SIZE
                  件数表示 DELIMITED BY SIZE
                  " 金額:" DELIMITED BY SIZE
                  金額表示 DELIMITED BY SIZE
                  INTO 残高表行.
           WRITE 残高表レコード FROM 残高表行.
           MOVE SPACES TO 残高表行.
           MOVE 口座不明件数 TO 件数表示.
           MOVE 開始日前件数 TO 別件数表示.
           STRING "口座不明:" DELIMITED BY SIZE
                  件数表示 DELIMITED BY SIZE
                  " 開始日前:" DELIMITED BY SIZE
                  別件数表示 DELIMITED BY SIZE
                  INTO 残高表行.
           WRITE 残高表レコード FROM 残高表行.
           MOVE SPACES TO 残高表行.
           MOVE 振替件数 TO 件数表示.
           MOVE 振替誤り件数 TO 別件数表示.
           STRING "振替:" DELIMITED BY SIZE
                  件数表示 DELIMITED BY SIZE
                  " 振替誤り:" DELIMITED BY SIZE
                  別件数表示 DELIMITED BY SIZE
                  INTO 残高表行.
           WRITE 残高表レコード FROM 残高表行.
           CLOSE 残高表ファイル.
           DISPLAY "反映:" 入出金件数
                   " 日次残高:" 日次残高件数
                   " 口座未設定:" 未設定件数
                   " 口座不明:" 口座不明件数.
           DISPLAY "***PRO2107 END***".
      *
       終了処理－ＥＸ.
       EXIT.
      *
      ***********************************
       口座行出力             SECTION.
      ***********************************
      *
           MOVE SPACES TO 残高表行.
           MOVE 表口座コード(口座番号) TO 残高表行(1:4).
           MOVE 表口座名(口座番号) TO 残高表行(6:30).
           EVALUATE 表口座種別(口座番号)
             WHEN "1"
               MOVE "現金" TO 残高表行(37:6)
             WHEN "2"
               MOVE "銀行" TO 残高表行(37:6)
             WHEN "3"
               MOVE "カード" TO 残高表行(37:9)
             WHEN OTHER
               MOVE "不明" TO 残高表行(37:6)
           END-EVALUATE.
           MOVE 表開始残高(口座番号) TO 残高表示.
           MOVE 残高表示 TO 残高表行(47:14).
           MOVE 表入金合計(口座番号) TO 金額表示.
           MOVE 金額表示 TO 残高表行(62:14).
           MOVE 表出金合計(口座番号) TO 金額表示.
           MOVE 金額表示 TO 残高表行(77:14).
           MOVE 表残高(口座番号) TO 残高表示.
           MOVE 残高表示 TO 残高表行(92:14).
           WRITE 残高表レコード FROM 残高表行.
      *
       口座行出力－ＥＸ.
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
