       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            SUB2017.
      *  西暦年月日1件を、合格証書や通知書などの正式文書に
      *  載せる和暦の文字列に編集する共通サブルーチン。
      *  元号名は元号マスタ(GENGO2002)の正式名を使い、年月日
      *  を漢数字(令和五年四月一日)または全角算用数字
      *  (令和５年４月１日)で書く。1年は書式にかかわらず元年
      *  とする。元号の判定はSUB2009と同じく、開始年月日が
      *  対象日以下の最後の元号とする。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  元号の境界を保持するマスタファイル。
           SELECT 元号マスタファイル ASSIGN TO
             "/home/suzuki/DATA/GENGO2002"
             FILE STATUS IS 元号状態.
      *  リハーサルモードの制御ファイル。"1"のとき予定元号も
      *  有効とみなす。
           SELECT リハーサル制御ファイル ASSIGN TO
             "/home/suzuki/DATA/RIHASAL2002"
             FILE STATUS IS リハーサル状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  元号マスタファイル.
       01  元号マスタレコード.
           05 元号コード      PIC X(01).
           05 元号名          PIC X(12).
           05 元号開始年月日  PIC 9(08).
      *  適用区分 P:予定(リハーサルでだけ有効) 他:適用済。
           05 元号適用区分    PIC X(01).
       FD  リハーサル制御ファイル.
       01  リハーサル制御レコード.
           05 リハーサル指定  PIC X(01).
       WORKING-STORAGE        SECTION.
       01  ワークエリア.
           05 元号状態        PIC X(02).
           05 リハーサル状態  PIC X(02).
           05 対象年          PIC 9(04).
           05 対象月          PIC 9(02).
           05 対象日          PIC 9(02).
           05 月末日          PIC 9(02).
           05 和暦年          PIC 9(04).
           05 Ｒ１００        PIC 9(04).
           05 Ｒ４００        PIC 9(04).
           05 Ｒ４            PIC 9(04).
           05 商              PIC 9(04).
           05 書式位置        PIC 9(02).
           05 編集数値        PIC 9(03).
           05 百の位          PIC 9(01).
           05 十の位          PIC 9(01).
           05 一の位          PIC 9(01).
           05 十未満          PIC 9(02).
      *  初回呼出し時のみ元号マスタを読み込むためのスイッチ。
       01  読込済フラグ       PIC X(01) VALUE "N".
           88 読込済          VALUE "Y".
      *  リハーサルモード。"1"のとき予定元号も有効にする。
       01  リハーサルモード   PIC X(01) VALUE "0".
           88 リハーサル実行  VALUE "1".
      *  月ごとの末日。2月は閏年判定で補正する。
       01  月末日テーブル値   PIC X(24)
                        VALUE "312831303130313130313031".
       01  月末日テーブル REDEFINES 月末日テーブル値.
           05 月末日項目      PIC 9(02) OCCURS 12 TIMES.
      *  数字1字ずつの漢数字と全角算用数字。添字は数字+1。
       01  漢数字テーブル値   PIC X(30)
                        VALUE "〇一二三四五六七八九".
       01  漢数字テーブル REDEFINES 漢数字テーブル値.
           05 漢数字項目      PIC X(03) OCCURS 10 TIMES.
       01  全角数字値         PIC X(30)
                        VALUE "０１２３４５６７８９".
       01  全角数字表 REDEFINES 全角数字値.
           05 全角数字項目    PIC X(03) OCCURS 10 TIMES.
      *  元号マスタから読み込む元号テーブル。
       01  元号テーブルエリア.
           05 元号件数        PIC 9(02) VALUE ZERO.
           05 元号番号        PIC 9(02).
           05 該当元号番号    PIC 9(02).
           05 元号エントリ    OCCURS 10 TIMES.
              10 元号コード項目  PIC X(01).
              10 元号名項目      PIC X(12).
              10 元号開始日項目  PIC 9(08).
              10 元号開始年項目  PIC 9(04).
       LINKAGE                SECTION.
      *  呼び出し元と受け渡す和暦書式編集情報。
       01  和暦書式情報.
           COPY CP043.
       PROCEDURE              DIVISION USING 和暦書式情報.
      ************************************************
       開始                   SECTION.
      ************************************************
      *
           IF 読込済
             THEN
               CONTINUE
             ELSE
               PERFORM 元号マスタ読込
           END-IF.
      *
           MOVE SPACES TO 書式和暦日付.
           PERFORM 日付検査.
           IF 書式状態 = "00"
             THEN
               PERFORM 元号判定
             ELSE
               CONTINUE
           END-IF.
           IF 書式状態 = "00"
             THEN
               PERFORM 和暦文字編集
             ELSE
               CONTINUE
           END-IF.
      *
           EXIT PROGRAM.
      *
       開始－ＥＸ.
       EXIT.
      *
      ************************************************
       元号マスタ読込         SECTION.
      ************************************************
      *
      * リハーサルモードの指定を調べる。
           OPEN INPUT リハーサル制御ファイル.
           IF リハーサル状態 = "00"
             THEN
               READ リハーサル制御ファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE リハーサル指定
                     TO リハーサルモード
               END-READ
               CLOSE リハーサル制御ファイル
             ELSE
               CONTINUE
           END-IF.
      * 元号マスタを元号テーブルに読み込む。予定(P)の行は
      * リハーサルモードのときだけ有効とみなす。
           OPEN INPUT 元号マスタファイル.
           IF 元号状態 NOT = "00"
             THEN
               DISPLAY "元号マスタのオープンエラー。"
             ELSE
               PERFORM UNTIL 元号状態 NOT = "00"
                 READ 元号マスタファイル
                   AT END
                     CONTINUE
                   NOT AT END
                     IF 元号適用区分 = "P"
                        AND NOT リハーサル実行
                       THEN
                         CONTINUE
                     ELSE
                     IF 元号件数 < 10
                       THEN
                         ADD 1 TO 元号件数
                         MOVE 元号コード
                           TO 元号コード項目(元号件数)
                         MOVE 元号名
                           TO 元号名項目(元号件数)
                         MOVE 元号開始年月日
                           TO 元号開始日項目(元号件数)
                         MOVE 元号開始年月日(1:4)
                           TO 元号開始年項目(元号件数)
                       ELSE
                         DISPLAY "元号テーブル上限超過。"
                     END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 元号マスタファイル
               SET 読込済 TO TRUE
           END-IF.
      *
       元号マスタ読込－ＥＸ.
       EXIT.
      *
      ************************************************
       日付検査               SECTION.
      ************************************************
      *
      * 年月日の妥当性を検査する。
           MOVE "00" TO 書式状態.
           IF 書式西暦年月日 IS NUMERIC
             THEN
               MOVE 書式西暦年月日(1:4) TO 対象年
               MOVE 書式西暦年月日(5:2) TO 対象月
               MOVE 書式西暦年月日(7:2) TO 対象日
               IF 対象月 < 1 OR 対象月 > 12
                 THEN
                   MOVE "10" TO 書式状態
                 ELSE
                   PERFORM 月末日算出
                   IF 対象日 < 1 OR 対象日 > 月末日
                     THEN
                       MOVE "10" TO 書式状態
                     ELSE
                       CONTINUE
                   END-IF
               END-IF
             ELSE
               MOVE "10" TO 書式状態
           END-IF.
      *
       日付検査－ＥＸ.
       EXIT.
      *
      ************************************************
       月末日算出             SECTION.
      ************************************************
      *
      * 対象月の末日を求める。2月は閏年なら29日とする。
           MOVE 月末日項目(対象月) TO 月末日.
           IF 対象月 = 2
             THEN
               DIVIDE 対象年 BY 100
                 GIVING 商 REMAINDER Ｒ１００
               DIVIDE 対象年 BY 400
                 GIVING 商 REMAINDER Ｒ４００
               DIVIDE 対象年 BY 4
                 GIVING 商 REMAINDER Ｒ４
      * 4で割り切れ100で割り切れない年、または400で
      * 割り切れる年が閏年。
               IF ( Ｒ４ = 0 AND Ｒ１００ NOT = 0 )
                  OR Ｒ４００ = 0
                 THEN
                   MOVE 29 TO 月末日
                 ELSE
                   CONTINUE
               END-IF
             ELSE
               CONTINUE
           END-IF.
      *
       月末日算出－ＥＸ.
       EXIT.
      *
      ************************************************
       元号判定               SECTION.
      ************************************************
      *
      * 開始年月日が対象日以下の最後の元号が該当する。
           MOVE ZERO TO 該当元号番号.
           PERFORM VARYING 元号番号 FROM 1 BY 1
             UNTIL 元号番号 > 元号件数
             IF 書式西暦年月日 >=
                元号開始日項目(元号番号)
               THEN
                 MOVE 元号番号 TO 該当元号番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当元号番号 = ZERO
             THEN
               MOVE "20" TO 書式状態
             ELSE
               COMPUTE 和暦年 =
                 対象年 -
                 ( 元号開始年項目(該当元号番号) - 1 )
           END-IF.
      *
       元号判定－ＥＸ.
       EXIT.
      *
      ************************************************
       和暦文字編集           SECTION.
      ************************************************
      *
      * 元号名・年・月・日を順に詰めて書く。
           MOVE 1 TO 書式位置.
           STRING 元号名項目(該当元号番号) DELIMITED BY SPACE
                  INTO 書式和暦日付
                  WITH POINTER 書式位置.
           IF 和暦年 = 1
             THEN
               STRING "元" DELIMITED BY SIZE
                      INTO 書式和暦日付
                      WITH POINTER 書式位置
             ELSE
               MOVE 和暦年 TO 編集数値
               PERFORM 数字編集
           END-IF.
           STRING "年" DELIMITED BY SIZE
                  INTO 書式和暦日付
                  WITH POINTER 書式位置.
           MOVE 対象月 TO 編集数値.
           PERFORM 数字編集.
           STRING "月" DELIMITED BY SIZE
                  INTO 書式和暦日付
                  WITH POINTER 書式位置.
           MOVE 対象日 TO 編集数値.
           PERFORM 数字編集.
           STRING "日" DELIMITED BY SIZE
                  INTO 書式和暦日付
                  WITH POINTER 書式位置.
      *
       和暦文字編集－ＥＸ.
       EXIT.
      *
      ************************************************
       数字編集               SECTION.
      ************************************************
      *
      * 編集数値を書式区分に従って書く。漢数字は十・百の
      * 位取りで書き(十五・二十・百三)、全角算用数字は先頭
      * のゼロを付けずに書く。
           DIVIDE 編集数値 BY 100
             GIVING 百の位 REMAINDER 十未満.
           DIVIDE 十未満 BY 10
             GIVING 十の位 REMAINDER 一の位.
           IF 書式区分 = "Z"
             THEN
               IF 百の位 > 0
                 THEN
                   STRING 全角数字項目(百の位 + 1)
                          DELIMITED BY SIZE
                          INTO 書式和暦日付
                          WITH POINTER 書式位置
                 ELSE
                   CONTINUE
               END-IF
               IF 百の位 > 0 OR 十の位 > 0
                 THEN
                   STRING 全角数字項目(十の位 + 1)
                          DELIMITED BY SIZE
                          INTO 書式和暦日付
                          WITH POINTER 書式位置
                 ELSE
                   CONTINUE
               END-IF
               STRING 全角数字項目(一の位 + 1)
                      DELIMITED BY SIZE
                      INTO 書式和暦日付
                      WITH POINTER 書式位置
             ELSE
               IF 百の位 > 1
                 THEN
                   STRING 漢数字項目(百の位 + 1)
                          DELIMITED BY SIZE
                          INTO 書式和暦日付
                          WITH POINTER 書式位置
                 ELSE
                   CONTINUE
               END-IF
               IF 百の位 > 0
                 THEN
                   STRING "百" DELIMITED BY SIZE
                          INTO 書式和暦日付
                          WITH POINTER 書式位置
                 ELSE
                   CONTINUE
               END-IF
               IF 十の位 > 1
                 THEN
                   STRING 漢数字項目(十の位 + 1)
                          DELIMITED BY SIZE
                          INTO 書式和暦日付
                          WITH POINTER 書式位置
                 ELSE
                   CONTINUE
               END-IF
               IF 十の位 > 0
                 THEN
                   STRING "十" DELIMITED BY SIZE
                          INTO 書式和暦日付
                          WITH POINTER 書式位置
                 ELSE
                   CONTINUE
               END-IF
               IF 一の位 > 0
                 THEN
                   STRING 漢数字項目(一の位 + 1)
                          DELIMITED BY SIZE
                          INTO 書式和暦日付
                          WITH POINTER 書式位置
                 ELSE
                   CONTINUE
               END-IF
           END-IF.
      *
       数字編集－ＥＸ.
       EXIT.
      *
