       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2106.
      *  証憑未添付の例外リスト。領収書台帳(RYOSYUSHO1と全ての
      *  年月分割ファイル)の明細のうち、証憑番号が空白のものと、
      *  証憑番号が証憑索引(SHOHYO2010、SUB2020で照会)に無い
      *  ものを証憑未添付例外表(SHOHYOEXCRPT2010)へ書き出し、
      *  理由別の件数と金額を示す。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  台帳は年月分割後、カタログを介して分割ファイルと
      *  RYOSYUSHO1(当期未分割分)を切り替えて読む。
           SELECT 領収書ファイル ASSIGN TO DYNAMIC 台帳名
             FILE STATUS IS 領収状態.
      *  年月分割された台帳のカタログ。
           SELECT カタログファイル ASSIGN TO
             "/home/suzuki/DATA/RYOSYUCAT2010"
             FILE STATUS IS カタログ状態.
      *  証憑未添付例外表。
           SELECT 例外表ファイル ASSIGN TO
             "/home/suzuki/DATA/SHOHYOEXCRPT2010"
             FILE STATUS IS 例外表状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  領収書ファイル.
       01  領収書レコード.
           COPY CP014.
       FD  カタログファイル.
       01  カタログレコード.
         03 カタログ年月      PIC 9(6).
         03 カタログファイル名 PIC X(60).
         03 カタログ禁止フラグ PIC X(1).
       FD  例外表ファイル.
       01  例外表レコード     PIC X(120).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 領収状態          PIC X(2).
         03 カタログ状態      PIC X(2).
         03 例外表状態        PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
      *  分割台帳の走査制御。
       01  台帳名             PIC X(60).
       01  カタログテーブルエリア.
         03 カタログ件数      PIC 9(3) VALUE ZERO.
         03 カタログ番号      PIC 9(3).
         03 カタログエントリ  OCCURS 120 TIMES.
           05 表カタログ年月  PIC 9(6).
           05 表カタログ名    PIC X(60).
      *  証憑索引照会呼出し(SUB2020)への引き渡し情報。
       01  証憑索引照会情報.
           COPY CP063.
      *  件数と金額。
       01  集計エリア.
         03 検査件数          PIC 9(7) VALUE ZERO.
         03 番号なし件数      PIC 9(7) VALUE ZERO.
         03 番号なし金額      PIC 9(11) VALUE ZERO.
         03 索引なし件数      PIC 9(7) VALUE ZERO.
         03 索引なし金額      PIC 9(11) VALUE ZERO.
       01  例外理由           PIC X(18).
       01  金額表示           PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  件数表示           PIC Z,ZZZ,ZZ9.
       01  例外表行           PIC X(120).
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
           DISPLAY "***PRO2106 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           PERFORM カタログ読込.
           OPEN OUTPUT 例外表ファイル.
           MOVE SPACES TO 例外表行.
           STRING "証憑未添付例外表 処理日:"
                  DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO 例外表行.
           WRITE 例外表レコード FROM 例外表行.
           MOVE SPACES TO 例外表行.
           STRING "取引日         金額 証憑番号     理由"
                  DELIMITED BY SIZE
                  "               支払先" DELIMITED BY SIZE
                  INTO 例外表行.
           WRITE 例外表レコード FROM 例外表行
             AFTER 2 LINE
           END-WRITE.
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
      *  カタログの全ての分割ファイルを順に読み、最後に当期の
      *  未分割分(RYOSYUSHO1)を読む。
           PERFORM VARYING カタログ番号 FROM 1 BY 1
             UNTIL カタログ番号 > カタログ件数
             MOVE 表カタログ名(カタログ番号) TO 台帳名
             PERFORM 台帳1本走査
           END-PERFORM.
           MOVE "/home/suzuki/DATA/RYOSYUSHO1"
             TO 台帳名.
           PERFORM 台帳1本走査.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       台帳1本走査            SECTION.
      ***********************************
      *
      *  集計トレーラ行(区分コード"99")はとばす。無いファイル
      *  はとばす。
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
                     PERFORM 証憑検査
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 領収書ファイル.
      *
       台帳1本走査－ＥＸ.
       EXIT.
      *
      ***********************************
       証憑検査               SECTION.
      ***********************************
      *
           ADD 1 TO 検査件数.
           MOVE 証憑番号 OF 領収書レコード
             TO 照会証憑番号.
           CALL "SUB2020" USING 証憑索引照会情報.
           EVALUATE 証憑回答状態
             WHEN "00"
               GO TO 証憑検査－ＥＸ
             WHEN "20"
               MOVE "証憑番号なし" TO 例外理由
               ADD 1 TO 番号なし件数
               ADD 値段 OF 領収書レコード TO 番号なし金額
             WHEN OTHER
               MOVE "索引なし" TO 例外理由
               ADD 1 TO 索引なし件数
               ADD 値段 OF 領収書レコード TO 索引なし金額
           END-EVALUATE.
           MOVE SPACES TO 例外表行.
           MOVE 日付 OF 領収書レコード TO 例外表行(1:8).
           MOVE 値段 OF 領収書レコード TO 金額表示.
           MOVE 金額表示 TO 例外表行(9:14).
           MOVE 証憑番号 OF 領収書レコード
             TO 例外表行(24:12).
           MOVE 例外理由 TO 例外表行(37:18).
           MOVE 支払先 OF 領収書レコード
             TO 例外表行(56:30).
           WRITE 例外表レコード FROM 例外表行.
           MOVE SPACES TO 例外表行.
           MOVE 商品名 OF 領収書レコード
             TO 例外表行(24:38).
           WRITE 例外表レコード FROM 例外表行.
      *
       証憑検査－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           MOVE SPACES TO 例外表行.
           MOVE 検査件数 TO 件数表示.
           STRING "検査件数:" DELIMITED BY SIZE
                  件数表示 DELIMITED BY SIZE
                  INTO 例外表行.
           WRITE 例外表レコード FROM 例外表行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 例外表行.
           MOVE 番号なし件数 TO 件数表示.
           MOVE 番号なし金額 TO 金額表示.
           STRING "証憑番号なし:" DELIMITED BY SIZE
                  件数表示 DELIMITED BY SIZE
                  " 金額:" DELIMITED BY SIZE
                  金額表示 DELIMITED BY SIZE
                  INTO 例外表行.
           WRITE 例外表レコード FROM 例外表行.
           MOVE SPACES TO 例外表行.
           MOVE 索引なし件数 TO 件数表示.
           MOVE 索引なし金額 TO 金額表示.
           STRING "索引なし:" DELIMITED BY SIZE
                  件数表示 DELIMITED BY SIZE
                  " 金額:" DELIMITED BY SIZE
                  金額表示 DELIMITED BY SIZE
                  INTO 例外表行.
           WRITE 例外表レコード FROM 例外表行.
           CLOSE 例外表ファイル.
           DISPLAY "検査:" 検査件数
                   " 証憑番号なし:" 番号なし件数
                   " 索引なし:" 索引なし件数.
           DISPLAY "***PRO2106 END***".
      *
       終了処理－ＥＸ.
       EXIT.
      *
