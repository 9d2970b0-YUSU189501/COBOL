       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2103.
      *  固定資産の月次処理。資産区分表(SHISANKBN2010)に載る
      *  区分の購入のうち計上基準額以上のものを、領収書台帳
      *  (RYOSYUSHO1と年月分割ファイル)の対象年月の明細から
      *  拾って固定資産台帳(SHISAN2010)に計上し、区分の耐用
      *  年数を割り当てる。除却取引(SHISANJOKYAKU2010)の売却・
      *  廃棄を台帳に反映し、使用中の資産について対象年月の
      *  定額法の償却額を計算して月次償却額ファイル
      *  (SHOKYAKU2010)へ追記する。資産ごとの償却明細と取得・
      *  除却の一覧を償却明細表(SHOKYAKURPT2010)へ書く。
      *  同じ年月を再実行しても、計上済みの明細と償却済みの
      *  年月は二重に計上しない。対象年月は指定ファイル
      *  (SHISANPRM2010)で指定し、無ければ実行月とする。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  対象年月の指定。無くてもよい。
           SELECT 指定ファイル ASSIGN TO
             "/home/suzuki/DATA/SHISANPRM2010"
             FILE STATUS IS 指定状態.
      *  資産とする区分コード・耐用年数・計上基準額の表。
           SELECT 資産区分ファイル ASSIGN TO
             "/home/suzuki/DATA/SHISANKBN2010"
             FILE STATUS IS 資産区分状態.
      *  固定資産台帳。読み込んで更新後に書き直す。
           SELECT 資産台帳ファイル ASSIGN TO
             "/home/suzuki/DATA/SHISAN2010"
             FILE STATUS IS 資産台帳状態.
      *  売却・廃棄の除却取引。
           SELECT 除却取引ファイル ASSIGN TO
             "/home/suzuki/DATA/SHISANJOKYAKU2010"
             FILE STATUS IS 除却取引状態.
      *  月次償却額ファイル。追記する。
           SELECT 償却額ファイル ASSIGN TO
             "/home/suzuki/DATA/SHOKYAKU2010"
             FILE STATUS IS 償却額状態.
      *  台帳は年月分割後、カタログを介して対象期間の分割
      *  ファイルとRYOSYUSHO1(当期未分割分)を切り替えて読む。
           SELECT 領収書ファイル ASSIGN TO DYNAMIC 台帳名
             FILE STATUS IS 領収状態.
      *  年月分割された台帳のカタログ。
           SELECT カタログファイル ASSIGN TO
             "/home/suzuki/DATA/RYOSYUCAT2010"
             FILE STATUS IS カタログ状態.
      *  償却明細表。
           SELECT 明細表ファイル ASSIGN TO
             "/home/suzuki/DATA/SHOKYAKURPT2010"
             FILE STATUS IS 明細表状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  指定ファイル.
       01  指定レコード.
         03 指定年月          PIC 9(6).
       FD  資産区分ファイル.
       01  資産区分レコード.
         03 区分表区分コード  PIC X(2).
         03 区分表耐用年数    PIC 9(2).
         03 区分表計上基準額  PIC 9(10).
       FD  資産台帳ファイル.
       01  資産レコード.
           COPY CP058.
       FD  除却取引ファイル.
       01  除却取引レコード.
         03 除却番号          PIC X(10).
      *  除却区分 S:売却 D:廃棄。
         03 除却区分          PIC X(1).
         03 除却日付          PIC 9(8).
         03 除却売却額        PIC 9(10).
       FD  償却額ファイル.
       01  償却額レコード.
           COPY CP059.
       FD  領収書ファイル.
       01  領収書レコード.
           COPY CP014.
       FD  カタログファイル.
       01  カタログレコード.
         03 カタログ年月      PIC 9(6).
         03 カタログファイル名 PIC X(60).
         03 カタログ禁止フラグ PIC X(1).
       FD  明細表ファイル.
       01  明細表レコード     PIC X(120).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 指定状態          PIC X(2).
         03 資産区分状態      PIC X(2).
         03 資産台帳状態      PIC X(2).
         03 除却取引状態      PIC X(2).
         03 償却額状態        PIC X(2).
         03 領収状態          PIC X(2).
         03 カタログ状態      PIC X(2).
         03 明細表状態        PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
      *  対象年月と月通番(年×12+月-1)。
       01  対象年月           PIC 9(6).
       01  対象年月分解 REDEFINES 対象年月.
         03 対象年            PIC 9(4).
         03 対象月            PIC 9(2).
       01  対象月通番         PIC 9(6).
       01  作業年月           PIC 9(6).
       01  作業年月分解 REDEFINES 作業年月.
         03 作業年            PIC 9(4).
         03 作業月            PIC 9(2).
       01  取得月通番         PIC 9(6).
       01  既償却月通番       PIC 9(6).
      *  資産区分表。
       01  区分表エリア.
         03 区分表件数        PIC 9(2) VALUE ZERO.
         03 区分表番号        PIC 9(2).
         03 該当区分表番号    PIC 9(2).
         03 区分表エントリ    OCCURS 20 TIMES.
           05 表区分コード    PIC X(2).
           05 表耐用年数      PIC 9(2).
           05 表計上基準額    PIC 9(10).
      *  固定資産台帳のテーブル。1行は資産レコードと同じ
      *  並び。今回の処理区分 N:今回取得 J:今回除却。
       01  資産テーブルエリア.
         03 資産件数          PIC 9(4) VALUE ZERO.
         03 資産索引          PIC 9(4).
         03 該当索引          PIC 9(4).
         03 資産エントリ      OCCURS 1000 TIMES.
           05 表資産          PIC X(110).
           05 表今回区分      PIC X(1).
           05 表償却額        PIC 9(10).
           05 表損益          PIC S9(11).
       01  最大連番           PIC 9(4).
      *  分割台帳の走査制御。
       01  台帳名             PIC X(60).
       01  カタログテーブルエリア.
         03 カタログ件数      PIC 9(3) VALUE ZERO.
         03 カタログ番号      PIC 9(3).
         03 カタログエントリ  OCCURS 120 TIMES.
           05 表カタログ年月  PIC 9(6).
           05 表カタログ名    PIC X(60).
      *  償却計算のワーク。
       01  月償却額           PIC 9(10).
       01  計上月数           PIC 9(4).
       01  経過月数           PIC 9(4).
       01  未償却残高         PIC 9(10).
       01  帳簿価額           PIC 9(10).
      *  件数と合計。
       01  集計エリア.
         03 取得件数          PIC 9(5) VALUE ZERO.
         03 除却件数          PIC 9(5) VALUE ZERO.
         03 除却誤り件数      PIC 9(5) VALUE ZERO.
         03 償却件数          PIC 9(5) VALUE ZERO.
         03 当月償却合計      PIC 9(11) VALUE ZERO.
         03 取得価額合計      PIC 9(11) VALUE ZERO.
         03 帳簿価額合計      PIC 9(11) VALUE ZERO.
       01  金額表示           PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  損益表示           PIC -,---,---,--9.
       01  月数表示           PIC ZZ9.
       01  明細表行           PIC X(120).
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
           DISPLAY "***PRO2103 START***".
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
           COMPUTE 対象月通番 = 対象年 * 12 + 対象月 - 1.
           PERFORM 資産区分読込.
           PERFORM 資産台帳読込.
           PERFORM カタログ読込.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       資産区分読込           SECTION.
      ***********************************
      *
      *  資産区分表が無ければ新たな取得は拾わない。
           OPEN INPUT 資産区分ファイル.
           IF 資産区分状態 NOT = "00"
             THEN
               DISPLAY "資産区分表なし。"
               GO TO 資産区分読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 資産区分状態 NOT = "00"
             READ 資産区分ファイル
               AT END
                 CONTINUE
               NOT AT END
                 IF 区分表件数 < 20
                   THEN
                     ADD 1 TO 区分表件数
                     MOVE 区分表区分コード
                       TO 表区分コード(区分表件数)
                     MOVE 区分表耐用年数
                       TO 表耐用年数(区分表件数)
                     MOVE 区分表計上基準額
                       TO 表計上基準額(区分表件数)
                   ELSE
                     DISPLAY "資産区分表上限超過。"
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 資産区分ファイル.
      *
       資産区分読込－ＥＸ.
       EXIT.
      *
      ***********************************
       資産台帳読込           SECTION.
      ***********************************
      *
      *  固定資産台帳が無ければ空の台帳から始める。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 資産台帳ファイル.
           IF 資産台帳状態 NOT = "00"
             THEN
               GO TO 資産台帳読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 資産台帳ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 資産件数 >= 1000
                   THEN
                     MOVE "PRO2103" TO 発生プログラム名
                     MOVE SPACES TO 入出力状態
                     MOVE "資産テーブル上限超過"
                       TO 異常終了メッセージ
                     PERFORM 異常終了処理
                   ELSE
                     CONTINUE
                 END-IF
                 ADD 1 TO 資産件数
                 MOVE 資産レコード
                   TO 表資産(資産件数)
                 MOVE SPACE TO 表今回区分(資産件数)
                 MOVE ZERO TO 表償却額(資産件数)
                 MOVE ZERO TO 表損益(資産件数)
             END-READ
           END-PERFORM.
           CLOSE 資産台帳ファイル.
      *
       資産台帳読込－ＥＸ.
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
      *  取得の計上、除却の反映、当月償却の順に行う。除却した
      *  月は償却しない。
           PERFORM 取得取り込み.
           PERFORM 除却反映.
           OPEN EXTEND 償却額ファイル.
           IF 償却額状態 NOT = "00"
             THEN
               CLOSE 償却額ファイル
               OPEN OUTPUT 償却額ファイル
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING 資産索引 FROM 1 BY 1
             UNTIL 資産索引 > 資産件数
             PERFORM 当月償却計算
           END-PERFORM.
           CLOSE 償却額ファイル.
           PERFORM 資産台帳書き戻し.
           PERFORM 明細表出力.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       取得取り込み           SECTION.
      ***********************************
      *
      *  対象年月の分割ファイルを読み、最後に当期の未分割分
      *  (RYOSYUSHO1)を読む。
           IF 区分表件数 = ZERO
             THEN
               GO TO 取得取り込み－ＥＸ
             ELSE
               CONTINUE
           END-IF.
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
      *
       取得取り込み－ＥＸ.
       EXIT.
      *
      ***********************************
       台帳1本走査            SECTION.
      ***********************************
      *
      *  集計トレーラ行(区分コード"99")と返品はとばす。無い
      *  ファイルはとばす。
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
                   WHEN 取引区分 OF 領収書レコード = "2"
                     CONTINUE
                   WHEN OTHER
                     PERFORM 取得判定
                 END-EVALUATE
             END-READ
           END-PERFORM.
           CLOSE 領収書ファイル.
      *
       台帳1本走査－ＥＸ.
       EXIT.
      *
      ***********************************
       取得判定               SECTION.
      ***********************************
      *
      *  資産区分表の区分で計上基準額以上の購入を資産とする。
           MOVE ZERO TO 該当区分表番号.
           PERFORM VARYING 区分表番号 FROM 1 BY 1
             UNTIL 区分表番号 > 区分表件数
             IF 表区分コード(区分表番号) =
                区分コード OF 領収書レコード
               THEN
                 MOVE 区分表番号 TO 該当区分表番号
                 MOVE 区分表件数 TO 区分表番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当区分表番号 = ZERO
             THEN
               GO TO 取得判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 値段 OF 領収書レコード <
              表計上基準額(該当区分表番号)
             THEN
               GO TO 取得判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *  計上済みの明細は二重に計上しない。連番は同じ取得
      *  年月の最大の連番の次とする。
           MOVE ZERO TO 該当索引.
           MOVE ZERO TO 最大連番.
           PERFORM VARYING 資産索引 FROM 1 BY 1
             UNTIL 資産索引 > 資産件数
             MOVE 表資産(資産索引)
               TO 資産レコード
             IF 取得日 = 日付 OF 領収書レコード
                AND 資産区分コード =
                    区分コード OF 領収書レコード
                AND 資産名 = 商品名 OF 領収書レコード
                AND 取得価額 = 値段 OF 領収書レコード
               THEN
                 MOVE 資産索引 TO 該当索引
               ELSE
                 CONTINUE
             END-IF
             IF 資産番号年月 = 対象年月
                AND 資産番号連番 > 最大連番
               THEN
                 MOVE 資産番号連番 TO 最大連番
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当索引 NOT = ZERO
             THEN
               GO TO 取得判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 資産件数 >= 1000
             THEN
               MOVE "PRO2103" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "資産テーブル上限超過"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           INITIALIZE 資産レコード.
           MOVE 対象年月 TO 資産番号年月.
           COMPUTE 資産番号連番 = 最大連番 + 1.
           MOVE 日付 OF 領収書レコード TO 取得日.
           MOVE 区分コード OF 領収書レコード
             TO 資産区分コード.
           MOVE 商品名 OF 領収書レコード TO 資産名.
           MOVE 値段 OF 領収書レコード TO 取得価額.
           COMPUTE 耐用月数 =
             表耐用年数(該当区分表番号) * 12.
           MOVE ZERO TO 償却累計額.
           MOVE ZERO TO 最終償却年月.
           SET 資産使用中 TO TRUE.
           ADD 1 TO 資産件数.
           MOVE 資産レコード TO 表資産(資産件数).
           MOVE "N" TO 表今回区分(資産件数).
           MOVE ZERO TO 表償却額(資産件数).
           MOVE ZERO TO 表損益(資産件数).
           ADD 1 TO 取得件数.
      *
       取得判定－ＥＸ.
       EXIT.
      *
      ***********************************
       除却反映               SECTION.
      ***********************************
      *
      *  対象年月までの除却取引を使用中の資産に反映する。
      *  除却済みや台帳に無い資産の取引は誤りとして報告する。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 除却取引ファイル.
           IF 除却取引状態 NOT = "00"
             THEN
               GO TO 除却反映－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 除却取引ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 除却日付(1:6) <= 対象年月
                   THEN
                     PERFORM 除却1件反映
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 除却取引ファイル.
      *
       除却反映－ＥＸ.
       EXIT.
      *
      ***********************************
       除却1件反映            SECTION.
      ***********************************
      *
           MOVE ZERO TO 該当索引.
           PERFORM VARYING 資産索引 FROM 1 BY 1
             UNTIL 資産索引 > 資産件数
             IF 表資産(資産索引)(1:10) =
                除却番号
               THEN
                 MOVE 資産索引 TO 該当索引
                 MOVE 資産件数 TO 資産索引
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当索引 = ZERO
             THEN
               ADD 1 TO 除却誤り件数
               DISPLAY "台帳に無い資産の除却:" 除却番号
               GO TO 除却1件反映－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 表資産(該当索引) TO 資産レコード.
      *  反映済みの除却は黙ってとばす。
           IF NOT 資産使用中
             THEN
               IF 除却日 = 除却日付
                 THEN
                   CONTINUE
                 ELSE
                   ADD 1 TO 除却誤り件数
                   DISPLAY "除却済み資産の除却:" 除却番号
               END-IF
               GO TO 除却1件反映－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 除却区分 NOT = "S"
              AND 除却区分 NOT = "D"
             THEN
               ADD 1 TO 除却誤り件数
               DISPLAY "除却区分の誤り:" 除却番号
               GO TO 除却1件反映－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 除却区分 = "S"
             THEN
               SET 資産売却済 TO TRUE
               MOVE 除却売却額 TO 売却額
             ELSE
               SET 資産廃棄済 TO TRUE
               MOVE ZERO TO 売却額
           END-IF.
           MOVE 除却日付 TO 除却日.
      *  除却損益は売却額から除却時の帳簿価額を引いた額。
           COMPUTE 表損益(該当索引) =
             売却額 - (取得価額 - 償却累計額).
           MOVE 資産レコード TO 表資産(該当索引).
           MOVE "J" TO 表今回区分(該当索引).
           ADD 1 TO 除却件数.
      *
       除却1件反映－ＥＸ.
       EXIT.
      *
      ***********************************
       当月償却計算           SECTION.
      ***********************************
      *
      *  取得した月から月割りで償却する。前回の償却から間が
      *  空いた月の分もまとめて計上し、耐用月数に達した月に
      *  残りを全額償却する。
           MOVE 表資産(資産索引) TO 資産レコード.
           IF NOT 資産使用中
             THEN
               GO TO 当月償却計算－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 償却累計額 >= 取得価額
              OR 最終償却年月 >= 対象年月
              OR 取得日(1:6) > 対象年月
              OR 耐用月数 = ZERO
             THEN
               GO TO 当月償却計算－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 取得日(1:6) TO 作業年月.
           COMPUTE 取得月通番 = 作業年 * 12 + 作業月 - 1.
           IF 最終償却年月 = ZERO
             THEN
               COMPUTE 既償却月通番 = 取得月通番 - 1
             ELSE
               MOVE 最終償却年月 TO 作業年月
               COMPUTE 既償却月通番 =
                 作業年 * 12 + 作業月 - 1
           END-IF.
           COMPUTE 計上月数 = 対象月通番 - 既償却月通番.
           COMPUTE 経過月数 = 対象月通番 - 取得月通番 + 1.
           COMPUTE 未償却残高 = 取得価額 - 償却累計額.
           DIVIDE 取得価額 BY 耐用月数 GIVING 月償却額.
           IF 経過月数 >= 耐用月数
             THEN
               MOVE 未償却残高 TO 表償却額(資産索引)
             ELSE
               COMPUTE 表償却額(資産索引) =
                 月償却額 * 計上月数
               IF 表償却額(資産索引) > 未償却残高
                 THEN
                   MOVE 未償却残高
                     TO 表償却額(資産索引)
                 ELSE
                   CONTINUE
               END-IF
           END-IF.
           ADD 表償却額(資産索引) TO 償却累計額.
           MOVE 対象年月 TO 最終償却年月.
           MOVE 資産レコード TO 表資産(資産索引).
           MOVE 対象年月 TO 償却年月.
           MOVE 資産区分コード TO 償却区分コード.
           MOVE 資産番号 TO 償却資産番号.
           MOVE 表償却額(資産索引) TO 当月償却額.
           WRITE 償却額レコード.
           ADD 1 TO 償却件数.
           ADD 表償却額(資産索引) TO 当月償却合計.
      *
       当月償却計算－ＥＸ.
       EXIT.
      *
      ***********************************
       資産台帳書き戻し       SECTION.
      ***********************************
      *
           OPEN OUTPUT 資産台帳ファイル.
           IF 資産台帳状態 NOT = "00"
             THEN
               MOVE "PRO2103" TO 発生プログラム名
               MOVE 資産台帳状態 TO 入出力状態
               MOVE "資産台帳の更新オープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING 資産索引 FROM 1 BY 1
             UNTIL 資産索引 > 資産件数
             MOVE 表資産(資産索引)
               TO 資産レコード
             WRITE 資産レコード
           END-PERFORM.
           CLOSE 資産台帳ファイル.
      *
       資産台帳書き戻し－ＥＸ.
       EXIT.
      *
      ***********************************
       明細表出力             SECTION.
      ***********************************
      *
           OPEN OUTPUT 明細表ファイル.
           MOVE SPACES TO 明細表行.
           STRING "固定資産 償却明細表 対象年月:"
                  DELIMITED BY SIZE
                  対象年月 DELIMITED BY SIZE
                  INTO 明細表行.
           WRITE 明細表レコード FROM 明細表行.
           MOVE SPACES TO 明細表行.
           STRING "資産番号   取得日   区分 耐用 残月"
                  DELIMITED BY SIZE
                  "     取得価額      当月償却"
                  DELIMITED BY SIZE
                  "      帳簿価額 状態" DELIMITED BY SIZE
                  INTO 明細表行.
           WRITE 明細表レコード FROM 明細表行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING 資産索引 FROM 1 BY 1
             UNTIL 資産索引 > 資産件数
             PERFORM 資産行出力
           END-PERFORM.
           MOVE SPACES TO 明細表行.
           MOVE "合計" TO 明細表行(1:6).
           MOVE 取得価額合計 TO 金額表示.
           MOVE 金額表示 TO 明細表行(34:14).
           MOVE 当月償却合計 TO 金額表示.
           MOVE 金額表示 TO 明細表行(48:14).
           MOVE 帳簿価額合計 TO 金額表示.
           MOVE 金額表示 TO 明細表行(62:14).
           WRITE 明細表レコード FROM 明細表行
             AFTER 2 LINE
           END-WRITE.
           PERFORM 除却一覧出力.
           CLOSE 明細表ファイル.
      *
       明細表出力－ＥＸ.
       EXIT.
      *
      ***********************************
       資産行出力             SECTION.
      ***********************************
      *
      *  使用中の資産と今回除却した資産を載せる。1行目に数値、
      *  2行目に資産名を書く。
           MOVE 表資産(資産索引) TO 資産レコード.
           IF NOT 資産使用中
              AND 表今回区分(資産索引) NOT = "J"
             THEN
               GO TO 資産行出力－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           COMPUTE 帳簿価額 = 取得価額 - 償却累計額.
           MOVE 取得日(1:6) TO 作業年月.
           COMPUTE 取得月通番 = 作業年 * 12 + 作業月 - 1.
           IF 取得月通番 + 耐用月数 > 対象月通番 + 1
             THEN
               COMPUTE 経過月数 =
                 取得月通番 + 耐用月数 - 対象月通番 - 1
             ELSE
               MOVE ZERO TO 経過月数
           END-IF.
           MOVE SPACES TO 明細表行.
           MOVE 資産番号 TO 明細表行(1:10).
           MOVE 取得日 TO 明細表行(12:8).
           MOVE 資産区分コード TO 明細表行(21:2).
           MOVE 耐用月数 TO 月数表示.
           MOVE 月数表示 TO 明細表行(25:3).
           MOVE 経過月数 TO 月数表示.
           MOVE 月数表示 TO 明細表行(30:3).
           MOVE 取得価額 TO 金額表示.
           MOVE 金額表示 TO 明細表行(34:14).
           MOVE 表償却額(資産索引) TO 金額表示.
           MOVE 金額表示 TO 明細表行(48:14).
           MOVE 帳簿価額 TO 金額表示.
           MOVE 金額表示 TO 明細表行(62:14).
           EVALUATE TRUE
             WHEN 表今回区分(資産索引) = "N"
               MOVE "新規" TO 明細表行(77:6)
             WHEN 資産売却済
               MOVE "売却" TO 明細表行(77:6)
             WHEN 資産廃棄済
               MOVE "廃棄" TO 明細表行(77:6)
             WHEN 償却累計額 >= 取得価額
               MOVE "償却済" TO 明細表行(77:9)
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           WRITE 明細表レコード FROM 明細表行.
           MOVE SPACES TO 明細表行.
           MOVE 資産名 TO 明細表行(12:38).
           WRITE 明細表レコード FROM 明細表行.
           IF 資産使用中
             THEN
               ADD 取得価額 TO 取得価額合計
               ADD 帳簿価額 TO 帳簿価額合計
             ELSE
               CONTINUE
           END-IF.
      *
       資産行出力－ＥＸ.
       EXIT.
      *
      ***********************************
       除却一覧出力           SECTION.
      ***********************************
      *
      *  今回反映した除却の売却額と除却損益を示す。
           IF 除却件数 = ZERO
             THEN
               GO TO 除却一覧出力－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "除却一覧" TO 明細表行.
           WRITE 明細表レコード FROM 明細表行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING 資産索引 FROM 1 BY 1
             UNTIL 資産索引 > 資産件数
             IF 表今回区分(資産索引) = "J"
               THEN
                 MOVE 表資産(資産索引)
                   TO 資産レコード
                 MOVE SPACES TO 明細表行
                 MOVE 資産番号 TO 明細表行(1:10)
                 MOVE 除却日 TO 明細表行(12:8)
                 MOVE 売却額 TO 金額表示
                 MOVE 金額表示 TO 明細表行(34:14)
                 MOVE 表損益(資産索引) TO 損益表示
                 MOVE 損益表示 TO 明細表行(48:14)
                 WRITE 明細表レコード FROM 明細表行
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       除却一覧出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           DISPLAY "取得:" 取得件数
                   " 除却:" 除却件数
                   " 除却誤り:" 除却誤り件数
                   " 償却:" 償却件数.
           DISPLAY "当月償却合計:" 当月償却合計.
           DISPLAY "***PRO2103 END***".
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
