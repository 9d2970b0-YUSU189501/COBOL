       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            SUB2016.
      *  和暦・西暦の各種表記で届く日付文字列を8桁の西暦
      *  年月日に直す共通サブルーチン。"R05.04.01"、
      *  "令和5年4月1日"、"H31/5/1"、"S63.1.8"、"R050401"、
      *  "2023/4/1"、"20230401"などを受け付ける。元号は
      *  SUB2009と同じ元号マスタ(GENGO2002)で解決し、元号の
      *  有効期間外の日付(例 H31.5.1)は期間外として返す。
      *  元号のない2桁年や6桁の数字は世紀・元号を決められ
      *  ないため、あいまいとして返す。
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
           05 月日ワーク      PIC 9(04).
           05 Ｒ１００        PIC 9(04).
           05 Ｒ４００        PIC 9(04).
           05 Ｒ４            PIC 9(04).
           05 商              PIC 9(04).
           05 解析位置        PIC 9(02).
           05 文字ワーク      PIC X(01).
           05 数字ワーク      PIC 9(01).
           05 元号名長        PIC 9(02).
           05 一致元号名長    PIC 9(02).
           05 元号一致件数    PIC 9(02).
           05 指定元号番号    PIC 9(02).
           05 次元号番号      PIC 9(02).
      *  解析中に表記の誤りを見つけたら立てるスイッチ。
       01  解析誤りフラグ     PIC X(01).
           88 解析誤り        VALUE "Y".
      *  元号の指定(記号または元号名)があったかどうか。
       01  元号指定フラグ     PIC X(01).
           88 元号指定あり    VALUE "Y".
      *  区切りで分けた数字の並び。年・月・日の順に最大3群。
      *  8桁西暦などの区切りのない数字は1群になる。
       01  数字群エリア.
           05 数字群番号      PIC 9(01).
           05 数字群件数      PIC 9(01).
           05 数字群エントリ  OCCURS 4 TIMES.
              10 数字群値        PIC 9(08).
              10 数字群桁数      PIC 9(02).
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
      *  元号マスタから読み込む元号テーブル。開始日の昇順に
      *  並んでいる前提で、次の元号の開始日の前日までを
      *  その元号の有効期間とする。
       01  元号テーブルエリア.
           05 元号件数        PIC 9(02) VALUE ZERO.
           05 元号番号        PIC 9(02).
           05 元号エントリ    OCCURS 10 TIMES.
              10 元号コード項目  PIC X(01).
              10 元号名項目      PIC X(12).
              10 元号開始日項目  PIC 9(08).
              10 元号開始年項目  PIC 9(04).
       LINKAGE                SECTION.
      *  呼び出し元と受け渡す日付解析情報。
       01  日付解析情報.
           COPY CP042.
       PROCEDURE              DIVISION USING 日付解析情報.
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
           MOVE "00" TO 解析状態.
           MOVE ZERO TO 解析西暦年月日.
           MOVE SPACE TO 解析区分.
           MOVE "N" TO 解析誤りフラグ.
           MOVE "N" TO 元号指定フラグ.
           MOVE ZERO TO 指定元号番号.
      *
           PERFORM 元号表記解析.
           IF 解析状態 = "00"
             THEN
               PERFORM 数字群分解
             ELSE
               CONTINUE
           END-IF.
           IF 解析状態 = "00"
             THEN
               PERFORM 年月日組立
             ELSE
               CONTINUE
           END-IF.
           IF 解析状態 = "00"
             THEN
               PERFORM 暦日検査
             ELSE
               CONTINUE
           END-IF.
           IF 解析状態 = "00" AND 元号指定あり
             THEN
               PERFORM 元号期間検査
             ELSE
               CONTINUE
           END-IF.
           IF 解析状態 = "00"
             THEN
               CONTINUE
             ELSE
               MOVE ZERO TO 解析西暦年月日
               MOVE SPACE TO 解析区分
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
       元号表記解析           SECTION.
      ************************************************
      *
      * 先頭の空白を読み飛ばす。
           MOVE 1 TO 解析位置.
           INSPECT 解析入力日付 TALLYING 解析位置
             FOR LEADING SPACE.
           IF 解析位置 > 20
             THEN
               MOVE "10" TO 解析状態
               GO TO 元号表記解析－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      * 先頭が数字なら元号の指定はない。
           MOVE 解析入力日付(解析位置:1) TO 文字ワーク.
           IF 文字ワーク IS NUMERIC
             THEN
               GO TO 元号表記解析－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE ZERO TO 元号一致件数.
           IF 文字ワーク IS ALPHABETIC
             THEN
      * 元号記号(M/T/S/H/R)。小文字も受け付ける。
               INSPECT 文字ワーク CONVERTING
                 "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM VARYING 元号番号 FROM 1 BY 1
                 UNTIL 元号番号 > 元号件数
                 IF 元号コード項目(元号番号) =
                    文字ワーク
                   THEN
                     ADD 1 TO 元号一致件数
                     MOVE 元号番号 TO 指定元号番号
                   ELSE
                     CONTINUE
                 END-IF
               END-PERFORM
               ADD 1 TO 解析位置
             ELSE
      * 元号名(令和・平成など)。元号マスタの元号名と照合する。
               PERFORM VARYING 元号番号 FROM 1 BY 1
                 UNTIL 元号番号 > 元号件数
                 PERFORM 元号名長算出
                 IF 元号名長 > 0
                    AND 解析位置 + 元号名長 - 1 <= 20
                   THEN
                     IF 解析入力日付(解析位置:元号名長) =
                        元号名項目(元号番号)(1:元号名長)
                       THEN
                         ADD 1 TO 元号一致件数
                         MOVE 元号番号 TO 指定元号番号
                         MOVE 元号名長 TO 一致元号名長
                       ELSE
                         CONTINUE
                     END-IF
                   ELSE
                     CONTINUE
                 END-IF
               END-PERFORM
               IF 元号一致件数 > 0
                 THEN
                   ADD 一致元号名長 TO 解析位置
                 ELSE
                   CONTINUE
               END-IF
           END-IF.
      * 該当する元号がなければ解析不能、複数あればあいまい。
           EVALUATE TRUE
             WHEN 元号一致件数 = 0
               MOVE "10" TO 解析状態
             WHEN 元号一致件数 > 1
               MOVE "30" TO 解析状態
             WHEN OTHER
               MOVE "Y" TO 元号指定フラグ
           END-EVALUATE.
      *
       元号表記解析－ＥＸ.
       EXIT.
      *
      ************************************************
       元号名長算出           SECTION.
      ************************************************
      *
      * 元号名の後ろの空白を除いた長さを求める。
           MOVE ZERO TO 元号名長.
           INSPECT 元号名項目(元号番号) TALLYING 元号名長
             FOR CHARACTERS BEFORE INITIAL SPACE.
      *
       元号名長算出－ＥＸ.
       EXIT.
      *
      ************************************************
       数字群分解             SECTION.
      ************************************************
      *
      * 元号の後ろを区切り(. / - 空白 年 月 日)で数字群に
      * 分ける。"元"は元年として1とみなす。
           INITIALIZE 数字群エリア.
           MOVE 1 TO 数字群番号.
           PERFORM UNTIL 解析位置 > 20 OR 解析誤り
             MOVE 解析入力日付(解析位置:1) TO 文字ワーク
             EVALUATE TRUE
               WHEN 文字ワーク IS NUMERIC
                 IF 数字群番号 > 3
                    OR 数字群桁数(数字群番号) >= 8
                   THEN
                     SET 解析誤り TO TRUE
                   ELSE
                     MOVE 文字ワーク TO 数字ワーク
                     COMPUTE 数字群値(数字群番号) =
                       数字群値(数字群番号) * 10
                       + 数字ワーク
                     ADD 1 TO 数字群桁数(数字群番号)
                 END-IF
                 ADD 1 TO 解析位置
               WHEN 文字ワーク = "." OR "/" OR "-" OR SPACE
                 PERFORM 数字群区切り
                 ADD 1 TO 解析位置
               WHEN 解析位置 <= 18 AND
                    ( 解析入力日付(解析位置:3) = "年" OR
                      解析入力日付(解析位置:3) = "月" OR
                      解析入力日付(解析位置:3) = "日" )
                 PERFORM 数字群区切り
                 ADD 3 TO 解析位置
               WHEN 解析位置 <= 18 AND
                    解析入力日付(解析位置:3) = "元"
                 IF 元号指定あり AND 数字群番号 = 1
                    AND 数字群桁数(1) = 0
                   THEN
                     MOVE 1 TO 数字群値(1)
                     MOVE 1 TO 数字群桁数(1)
                   ELSE
                     SET 解析誤り TO TRUE
                 END-IF
                 ADD 3 TO 解析位置
               WHEN OTHER
                 SET 解析誤り TO TRUE
             END-EVALUATE
           END-PERFORM.
           PERFORM 数字群区切り.
           COMPUTE 数字群件数 = 数字群番号 - 1.
           IF 解析誤り OR 数字群件数 = 0
             THEN
               MOVE "10" TO 解析状態
             ELSE
               CONTINUE
           END-IF.
      *
       数字群分解－ＥＸ.
       EXIT.
      *
      ************************************************
       数字群区切り           SECTION.
      ************************************************
      *
      * 数字のある群だけを確定させる。区切りの連続は無視。
           IF 数字群番号 <= 3
              AND 数字群桁数(数字群番号) > 0
             THEN
               ADD 1 TO 数字群番号
             ELSE
               CONTINUE
           END-IF.
      *
       数字群区切り－ＥＸ.
       EXIT.
      *
      ************************************************
       年月日組立             SECTION.
      ************************************************
      *
      * 数字群の数と桁数から表記を判定し、年月日を取り出す。
           EVALUATE TRUE
      * 元号なしの8桁。区切りのない西暦年月日。
             WHEN NOT 元号指定あり AND 数字群件数 = 1
                  AND 数字群桁数(1) = 8
               DIVIDE 数字群値(1) BY 10000
                 GIVING 対象年 REMAINDER 月日ワーク
               DIVIDE 月日ワーク BY 100
                 GIVING 対象月 REMAINDER 対象日
               IF 解析入力日付(1:8) IS NUMERIC
                  AND 解析入力日付(9:12) = SPACES
                 THEN
                   MOVE SPACE TO 解析区分
                 ELSE
                   MOVE "G" TO 解析区分
               END-IF
      * 元号付きの6桁。区切りのない和暦年月日(R050401)。
             WHEN 元号指定あり AND 数字群件数 = 1
                  AND 数字群桁数(1) = 6
               DIVIDE 数字群値(1) BY 10000
                 GIVING 和暦年 REMAINDER 月日ワーク
               DIVIDE 月日ワーク BY 100
                 GIVING 対象月 REMAINDER 対象日
               MOVE "W" TO 解析区分
      * 元号付きの年・月・日。
             WHEN 元号指定あり AND 数字群件数 = 3
                  AND 数字群桁数(1) <= 2
                  AND 数字群桁数(2) <= 2
                  AND 数字群桁数(3) <= 2
               MOVE 数字群値(1) TO 和暦年
               MOVE 数字群値(2) TO 対象月
               MOVE 数字群値(3) TO 対象日
               MOVE "W" TO 解析区分
      * 元号なしの4桁年・月・日。区切り付きの西暦。
             WHEN NOT 元号指定あり AND 数字群件数 = 3
                  AND 数字群桁数(1) = 4
                  AND 数字群桁数(2) <= 2
                  AND 数字群桁数(3) <= 2
               MOVE 数字群値(1) TO 対象年
               MOVE 数字群値(2) TO 対象月
               MOVE 数字群値(3) TO 対象日
               MOVE "G" TO 解析区分
      * 元号なしの2桁以下の年や6桁の数字は、西暦の下2桁か
      * 和暦年かを決められない。
             WHEN NOT 元号指定あり AND 数字群件数 = 3
                  AND 数字群桁数(1) <= 2
                  AND 数字群桁数(2) <= 2
                  AND 数字群桁数(3) <= 2
               MOVE "30" TO 解析状態
             WHEN NOT 元号指定あり AND 数字群件数 = 1
                  AND 数字群桁数(1) = 6
               MOVE "30" TO 解析状態
             WHEN OTHER
               MOVE "10" TO 解析状態
           END-EVALUATE.
      * 和暦年は元号の開始年を元年として西暦年に直す。
           IF 解析状態 = "00" AND 元号指定あり
             THEN
               IF 和暦年 < 1
                 THEN
                   MOVE "10" TO 解析状態
                 ELSE
                   COMPUTE 対象年 =
                     元号開始年項目(指定元号番号)
                     + 和暦年 - 1
               END-IF
             ELSE
               CONTINUE
           END-IF.
      *
       年月日組立－ＥＸ.
       EXIT.
      *
      ************************************************
       暦日検査               SECTION.
      ************************************************
      *
      * 月日の妥当性を検査し、8桁の西暦年月日に組み立てる。
           IF 対象年 < 1 OR 対象月 < 1 OR 対象月 > 12
             THEN
               MOVE "10" TO 解析状態
               GO TO 暦日検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM 月末日算出.
           IF 対象日 < 1 OR 対象日 > 月末日
             THEN
               MOVE "10" TO 解析状態
             ELSE
               COMPUTE 解析西暦年月日 =
                 対象年 * 10000 + 対象月 * 100 + 対象日
           END-IF.
      *
       暦日検査－ＥＸ.
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
       元号期間検査           SECTION.
      ************************************************
      *
      * 元号の開始日から次の元号の開始日の前日までを有効と
      * する。H31.5.1のように改元後の日付は期間外とする。
           IF 解析西暦年月日 <
              元号開始日項目(指定元号番号)
             THEN
               MOVE "20" TO 解析状態
               GO TO 元号期間検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           COMPUTE 次元号番号 = 指定元号番号 + 1.
           IF 次元号番号 <= 元号件数
             THEN
               IF 解析西暦年月日 >=
                  元号開始日項目(次元号番号)
                 THEN
                   MOVE "20" TO 解析状態
                 ELSE
                   CONTINUE
               END-IF
             ELSE
               CONTINUE
           END-IF.
      *
       元号期間検査－ＥＸ.
       EXIT.
      *
