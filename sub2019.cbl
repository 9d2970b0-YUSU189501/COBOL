       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            SUB2019.
      *  固定資産の照会を行う共通サブルーチン。月次のレポート
      *  で高額購入を購入額でなく償却額で示すために使う。
      *  K:台帳明細が固定資産台帳(SHISAN2010)に計上済みか
      *  どうか、N:月次償却額ファイル(SHOKYAKU2010)を年月・
      *  区分コード別に集計した結果のN番目を返す。両ファイル
      *  は初回呼出し時にテーブルへ読み込み、以後はテーブルで
      *  答える。ファイルが無いときは該当なしとして答える。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  PRO2103が保守する固定資産台帳。
           SELECT 資産台帳ファイル ASSIGN TO
             "/home/suzuki/DATA/SHISAN2010"
             FILE STATUS IS 資産台帳状態.
      *  PRO2103が追記する月次償却額ファイル。
           SELECT 償却額ファイル ASSIGN TO
             "/home/suzuki/DATA/SHOKYAKU2010"
             FILE STATUS IS 償却額状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  資産台帳ファイル.
       01  資産台帳レコード.
           COPY CP058.
       FD  償却額ファイル.
       01  償却額レコード.
           COPY CP059.
       WORKING-STORAGE        SECTION.
       01  ワークエリア.
           05 資産台帳状態    PIC X(02).
           05 償却額状態      PIC X(02).
           05 資産番号索引    PIC 9(04).
           05 集計番号        PIC 9(04).
           05 該当集計番号    PIC 9(04).
      *  初回呼出し時のみ読み込むためのスイッチ。
       01  読込済フラグ       PIC X(01) VALUE "N".
           88 読込済          VALUE "Y".
      *  計上済み資産の取得明細のテーブル。
       01  資産テーブルエリア.
           05 資産件数        PIC 9(04) VALUE ZERO.
           05 資産エントリ    OCCURS 1000 TIMES.
              10 表取得日       PIC 9(08).
              10 表資産区分     PIC X(02).
              10 表資産名       PIC X(38).
              10 表取得価額     PIC 9(10).
      *  年月・区分コード別の償却額集計テーブル。
       01  償却集計エリア.
           05 集計件数        PIC 9(04) VALUE ZERO.
           05 集計エントリ    OCCURS 2000 TIMES.
              10 表償却年月     PIC 9(06).
              10 表償却区分     PIC X(02).
              10 表償却額       PIC 9(11).
       LINKAGE                SECTION.
      *  呼び出し元と受け渡す固定資産照会情報。
       01  固定資産照会情報.
           COPY CP060.
       PROCEDURE              DIVISION USING 固定資産照会情報.
      ************************************************
       開始                   SECTION.
      ************************************************
      *
           IF 読込済
             THEN
               CONTINUE
             ELSE
               PERFORM 資産台帳読込
               PERFORM 償却額読込
               SET 読込済 TO TRUE
           END-IF.
      *
           MOVE "00" TO 回答状態.
           MOVE "N" TO 回答該当.
           MOVE ZERO TO 回答償却額.
           EVALUATE 照会区分
             WHEN "K"
               PERFORM 計上済判定
             WHEN "N"
               PERFORM 償却集計回答
             WHEN OTHER
               MOVE "30" TO 回答状態
           END-EVALUATE.
      *
           EXIT PROGRAM.
      *
       開始－ＥＸ.
       EXIT.
      *
      ************************************************
       資産台帳読込           SECTION.
      ************************************************
      *
      * 固定資産台帳の取得明細をテーブルへ読み込む。除却済み
      * の資産も取得時の購入は資産として扱う。
           OPEN INPUT 資産台帳ファイル.
           IF 資産台帳状態 NOT = "00"
             THEN
               GO TO 資産台帳読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 資産台帳状態 NOT = "00"
             READ 資産台帳ファイル
               AT END
                 CONTINUE
               NOT AT END
                 IF 資産件数 < 1000
                   THEN
                     ADD 1 TO 資産件数
                     MOVE 取得日 TO 表取得日(資産件数)
                     MOVE 資産区分コード
                       TO 表資産区分(資産件数)
                     MOVE 資産名 TO 表資産名(資産件数)
                     MOVE 取得価額
                       TO 表取得価額(資産件数)
                   ELSE
                     DISPLAY "資産テーブル上限超過。"
                     MOVE "10" TO 資産台帳状態
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 資産台帳ファイル.
      *
       資産台帳読込－ＥＸ.
       EXIT.
      *
      ************************************************
       償却額読込             SECTION.
      ************************************************
      *
      * 月次償却額を年月・区分コード別に集計する。
           OPEN INPUT 償却額ファイル.
           IF 償却額状態 NOT = "00"
             THEN
               GO TO 償却額読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 償却額状態 NOT = "00"
             READ 償却額ファイル
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM 償却額積み上げ
             END-READ
           END-PERFORM.
           CLOSE 償却額ファイル.
      *
       償却額読込－ＥＸ.
       EXIT.
      *
      ************************************************
       償却額積み上げ         SECTION.
      ************************************************
      *
           MOVE ZERO TO 該当集計番号.
           PERFORM VARYING 集計番号 FROM 1 BY 1
             UNTIL 集計番号 > 集計件数
             IF 表償却年月(集計番号) = 償却年月
                AND 表償却区分(集計番号) =
                    償却区分コード
               THEN
                 MOVE 集計番号 TO 該当集計番号
                 MOVE 集計件数 TO 集計番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当集計番号 = ZERO
             THEN
               IF 集計件数 < 2000
                 THEN
                   ADD 1 TO 集計件数
                   MOVE 集計件数 TO 該当集計番号
                   MOVE 償却年月
                     TO 表償却年月(集計件数)
                   MOVE 償却区分コード
                     TO 表償却区分(集計件数)
                   MOVE ZERO TO 表償却額(集計件数)
                 ELSE
                   DISPLAY "償却集計テーブル上限超過。"
                   GO TO 償却額積み上げ－ＥＸ
               END-IF
             ELSE
               CONTINUE
           END-IF.
           ADD 当月償却額 TO 表償却額(該当集計番号).
      *
       償却額積み上げ－ＥＸ.
       EXIT.
      *
      ************************************************
       計上済判定             SECTION.
      ************************************************
      *
      * 日付・区分コード・商品名・値段の一致する資産を探す。
           PERFORM VARYING 資産番号索引 FROM 1 BY 1
             UNTIL 資産番号索引 > 資産件数
             IF 表取得日(資産番号索引) = 照会日付
                AND 表資産区分(資産番号索引) =
                    照会区分コード
                AND 表資産名(資産番号索引) = 照会商品名
                AND 表取得価額(資産番号索引) = 照会値段
               THEN
                 MOVE "Y" TO 回答該当
                 MOVE 資産件数 TO 資産番号索引
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 回答該当 NOT = "Y"
             THEN
               MOVE "10" TO 回答状態
             ELSE
               CONTINUE
           END-IF.
      *
       計上済判定－ＥＸ.
       EXIT.
      *
      ************************************************
       償却集計回答           SECTION.
      ************************************************
      *
      * 照会番号番目の集計を返す。範囲外は状態10。
           IF 照会番号 = ZERO
              OR 照会番号 > 集計件数
             THEN
               MOVE "10" TO 回答状態
             ELSE
               MOVE 表償却年月(照会番号) TO 照会年月
               MOVE 表償却区分(照会番号)
                 TO 照会区分コード
               MOVE 表償却額(照会番号) TO 回答償却額
           END-IF.
      *
       償却集計回答－ＥＸ.
       EXIT.
      *
