       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2109.
      *  送信ファイルの文字コード変換。送信ファイル(CSV2001・
      *  WEBKEKKA2006・KENSAKUCSV2010・HENKIN2006・
      *  TOUTATSUOUT2000・DISTRIB2001の配布ファイルなど、いずれも
      *  UTF-8で作られる)を、宛先ごとの変換指定(HENKANPRF2010)
      *  に従って、UTF-8(BOM付き・なし)またはJIS X 0208の範囲の
      *  Shift_JISへ変換し、改行を付けて宛先用のファイルへ書く。
      *  Shift_JISへは文字コード変換表(HENKANTBL2010)で変換する。
      *  受け手で扱えない文字は文字代替規則(DAITAI2010)で置き
      *  換え、規則の無い変換できない文字と不正なバイトは既定の
      *  代替文字に置き換える。代替したレコードは変換先ごとの
      *  代替一覧(変換先ファイル名+".RPT")に全て書き出し、元
      *  データの修正に使う。変換したファイルごとの件数は変換
      *  集計表(HENKANRPT2010)へ書く。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  宛先・送信ファイルごとの変換指定。
           SELECT 変換指定ファイル ASSIGN TO
             "/home/suzuki/DATA/HENKANPRF2010"
             FILE STATUS IS 変換指定状態.
      *  UTF-8とShift_JISの文字の対応表。
           SELECT 変換表ファイル ASSIGN TO
             "/home/suzuki/DATA/HENKANTBL2010"
             FILE STATUS IS 変換表状態.
      *  宛先ごとの文字代替規則。無くてもよい。
           SELECT 代替規則ファイル ASSIGN TO
             "/home/suzuki/DATA/DAITAI2010"
             FILE STATUS IS 代替規則状態.
      *  配布ファイルの一覧(PRO2001の配布集計)。
           SELECT 配布一覧ファイル ASSIGN TO DYNAMIC 一覧名
             FILE STATUS IS 配布一覧状態.
      *  変換元・変換先はレコード長・改行の有無が変わるため
      *  1バイトずつ読み書きする。
           SELECT 変換元ファイル ASSIGN TO DYNAMIC 変換元名
             FILE STATUS IS 変換元状態.
           SELECT 変換先ファイル ASSIGN TO DYNAMIC 変換先名
             FILE STATUS IS 変換先状態.
      *  変換先ごとの代替一覧。
           SELECT 代替一覧ファイル ASSIGN TO
             DYNAMIC 代替一覧名
             FILE STATUS IS 代替一覧状態.
      *  変換集計表。
           SELECT 集計表ファイル ASSIGN TO
             "/home/suzuki/DATA/HENKANRPT2010"
             FILE STATUS IS 集計表状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  変換指定ファイル.
       01  変換指定レコード.
           COPY CP067.
       FD  変換表ファイル.
       01  変換表レコード.
           COPY CP068.
       FD  代替規則ファイル.
       01  代替規則レコード.
           COPY CP069.
       FD  配布一覧ファイル.
       01  配布一覧レコード   PIC X(60).
       FD  変換元ファイル.
       01  変換元レコード     PIC X(1).
       FD  変換先ファイル.
       01  変換先レコード     PIC X(1).
       FD  代替一覧ファイル.
       01  代替一覧レコード   PIC X(120).
       FD  集計表ファイル.
       01  集計表レコード     PIC X(120).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 変換指定状態      PIC X(2).
         03 変換表状態        PIC X(2).
         03 代替規則状態      PIC X(2).
         03 配布一覧状態      PIC X(2).
         03 変換元状態        PIC X(2).
         03 変換先状態        PIC X(2).
         03 代替一覧状態      PIC X(2).
         03 集計表状態        PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  指定終了フラグ     PIC X(1).
           88 指定終了        VALUE "Y".
       01  一覧終了フラグ     PIC X(1).
           88 一覧終了        VALUE "Y".
       01  実行日             PIC 9(8).
      *  文字コード変換表。UTF-8のバイト列の昇順。
       01  変換表有無         PIC X(1) VALUE "N".
           88 変換表あり      VALUE "Y".
       01  前元文字           PIC X(4).
       01  変換表テーブルエリア.
         03 変換表件数        PIC 9(5) VALUE ZERO.
         03 変換表エントリ    OCCURS 1 TO 12000 TIMES
                              DEPENDING ON 変換表件数
                              ASCENDING KEY 表元文字
                              INDEXED BY 変換表添字.
           05 表元文字        PIC X(4).
           05 表先文字        PIC X(2).
      *  文字代替規則のテーブル。
       01  規則テーブルエリア.
         03 規則件数          PIC 9(4) VALUE ZERO.
         03 規則番号          PIC 9(4).
         03 該当規則番号      PIC 9(4).
         03 規則エントリ      OCCURS 500 TIMES.
           05 表規則宛先      PIC X(8).
           05 表規則文字      PIC X(4).
           05 表規則代替      PIC X(12).
      *  変換中のファイル名。
       01  一覧名             PIC X(60).
       01  変換元名           PIC X(60).
       01  変換先名           PIC X(60).
       01  代替一覧名         PIC X(64).
      *  1レコード分の変換元と変換先のバイト列。
       01  元レコード         PIC X(2000).
       01  元長               PIC 9(4).
       01  元位置             PIC 9(4).
       01  先レコード         PIC X(6100).
       01  先長               PIC 9(4).
       01  先位置             PIC 9(4).
       01  書込位置           PIC 9(4).
       01  切位置             PIC 9(4).
      *  1文字の切り出しと判定。
       01  判定域             PIC X(4).
       01  判定残長           PIC 9(4).
       01  判定番号           PIC 9(1).
       01  文字長             PIC 9(1).
       01  文字正否フラグ     PIC X(1).
           88 文字正常        VALUE "Y".
       01  対象文字           PIC X(4).
       01  対象文字長         PIC 9(1).
      *  文字出力の受け渡し。
       01  出力文字           PIC X(4).
       01  出力文字長         PIC 9(1).
       01  出力結果フラグ     PIC X(1).
           88 出力変換不可    VALUE "N".
       01  追加文字           PIC X(4).
       01  追加長             PIC 9(1).
      *  既定代替文字と代替規則の文字列の走査。
       01  既定代替           PIC X(4).
       01  既定代替長         PIC 9(1).
       01  規則代替           PIC X(12).
       01  規則代替長         PIC 9(2).
       01  規則位置           PIC 9(2).
      *  1レコード内の代替の記録。
       01  代替記録エリア.
         03 レコード代替数    PIC 9(4).
         03 代替番号          PIC 9(4).
         03 代替エントリ      OCCURS 50 TIMES.
           05 表代替位置      PIC 9(4).
           05 表代替元        PIC X(4).
           05 表代替先        PIC X(12).
           05 表代替理由      PIC X(16).
       01  代替元表示         PIC X(4).
       01  代替先表示         PIC X(12).
       01  代替理由           PIC X(16).
       01  桁あふれフラグ     PIC X(1).
           88 桁あふれ        VALUE "Y".
      *  ファイルごとと全体の件数。
       01  ファイル集計.
         03 レコード件数      PIC 9(7).
         03 代替レコード件数  PIC 9(7).
         03 代替文字数        PIC 9(7).
         03 桁あふれ件数      PIC 9(7).
         03 端数件数          PIC 9(7).
       01  全体集計.
         03 変換ファイル数    PIC 9(5) VALUE ZERO.
         03 対象外件数        PIC 9(5) VALUE ZERO.
         03 全代替レコード件数 PIC 9(7) VALUE ZERO.
       01  件数表示           PIC Z,ZZZ,ZZ9.
       01  位置表示           PIC ZZZ9.
       01  処理結果           PIC X(16).
       01  代替一覧行         PIC X(120).
       01  集計表行           PIC X(120).
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
           DISPLAY "***PRO2109 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           PERFORM 変換表読込.
           PERFORM 代替規則読込.
           OPEN OUTPUT 集計表ファイル.
           MOVE SPACES TO 集計表行.
           STRING "送信ファイル文字コード変換集計表"
                  DELIMITED BY SIZE
                  " 処理日:" DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO 集計表行.
           WRITE 集計表レコード FROM 集計表行.
           MOVE SPACES TO 集計表行.
           STRING "宛先     コード  件数    代替 桁あふれ"
                  DELIMITED BY SIZE
                  " 結果             変換先" DELIMITED BY SIZE
                  INTO 集計表行.
           WRITE 集計表レコード FROM 集計表行
             AFTER 2 LINE
           END-WRITE.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       変換表読込             SECTION.
      ***********************************
      *
      *  変換表が無いときはShift_JISへの変換とJIS X 0208の
      *  範囲の制限ができないため、その指定は対象外とする。
      *  二分探索するため並び順が崩れていれば異常終了する。
           OPEN INPUT 変換表ファイル.
           IF 変換表状態 NOT = "00"
             THEN
               DISPLAY "文字コード変換表なし。"
               GO TO 変換表読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE LOW-VALUE TO 前元文字.
           PERFORM UNTIL 変換表状態 NOT = "00"
             READ 変換表ファイル
               AT END
                 CONTINUE
               NOT AT END
                 IF 変換表元文字 NOT > 前元文字
                   THEN
                     MOVE "PRO2109" TO 発生プログラム名
                     MOVE SPACES TO 入出力状態
                     MOVE "文字コード変換表の並び順誤り"
                       TO 異常終了メッセージ
                     PERFORM 異常終了処理
                   ELSE
                     CONTINUE
                 END-IF
                 IF 変換表件数 < 12000
                   THEN
                     ADD 1 TO 変換表件数
                     MOVE 変換表元文字
                       TO 表元文字(変換表件数)
                     MOVE 変換表先文字
                       TO 表先文字(変換表件数)
                     MOVE 変換表元文字 TO 前元文字
                   ELSE
                     DISPLAY "変換表テーブル上限超過。"
                     MOVE "10" TO 変換表状態
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 変換表ファイル.
           IF 変換表件数 > ZERO
             THEN
               SET 変換表あり TO TRUE
             ELSE
               CONTINUE
           END-IF.
      *
       変換表読込－ＥＸ.
       EXIT.
      *
      ***********************************
       代替規則読込           SECTION.
      ***********************************
      *
           OPEN INPUT 代替規則ファイル.
           IF 代替規則状態 NOT = "00"
             THEN
               GO TO 代替規則読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 代替規則状態 NOT = "00"
             READ 代替規則ファイル
               AT END
                 CONTINUE
               NOT AT END
                 IF 規則件数 < 500
                   THEN
                     ADD 1 TO 規則件数
                     MOVE 規則宛先コード
                       TO 表規則宛先(規則件数)
                     MOVE 規則対象文字
                       TO 表規則文字(規則件数)
                     MOVE 規則代替文字列
                       TO 表規則代替(規則件数)
                   ELSE
                     DISPLAY "代替規則テーブル上限超過。"
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 代替規則ファイル.
      *
       代替規則読込－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
      *  変換指定の1件ごとに、送信ファイル(一覧指定では一覧に
      *  載る配布ファイルの全て)を変換する。
           OPEN INPUT 変換指定ファイル.
           IF 変換指定状態 NOT = "00"
             THEN
               DISPLAY "変換指定なし。"
               GO TO 主処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "N" TO 指定終了フラグ.
           PERFORM UNTIL 指定終了
             READ 変換指定ファイル
               AT END
                 SET 指定終了 TO TRUE
               NOT AT END
                 PERFORM 指定1件処理
             END-READ
           END-PERFORM.
           CLOSE 変換指定ファイル.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       指定1件処理            SECTION.
      ***********************************
      *
           MOVE 変換元ファイル名 TO 変換元名.
           MOVE 変換先ファイル名 TO 変換先名.
           MOVE SPACES TO 処理結果.
           EVALUATE TRUE
             WHEN NOT 変換先UTF8 AND NOT 変換先SJIS
               MOVE "指定誤り:コード" TO 処理結果
             WHEN NOT 改行なし AND NOT 改行LF
                  AND NOT 改行CRLF
               MOVE "指定誤り:改行" TO 処理結果
             WHEN 変換元レコード長 IS NOT NUMERIC
               MOVE "指定誤り:元長" TO 処理結果
             WHEN 変換元レコード長 = ZERO
               MOVE "指定誤り:元長" TO 処理結果
             WHEN 変換元レコード長 > 2000
               MOVE "指定誤り:元長" TO 処理結果
             WHEN 変換先レコード長 IS NOT NUMERIC
               MOVE "指定誤り:先長" TO 処理結果
             WHEN 変換先レコード長 > 6000
               MOVE "指定誤り:先長" TO 処理結果
             WHEN NOT 変換表あり
                  AND (変換先SJIS OR JIS範囲制限)
               MOVE "変換表なし" TO 処理結果
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF 処理結果 NOT = SPACES
             THEN
               ADD 1 TO 対象外件数
               INITIALIZE ファイル集計
               PERFORM 集計表行出力
               GO TO 指定1件処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *  既定代替文字の長さを求めておく。
           IF 既定代替文字 = SPACES
             THEN
               MOVE "〓" TO 既定代替
             ELSE
               MOVE 既定代替文字 TO 既定代替
           END-IF.
           MOVE 既定代替 TO 判定域.
           MOVE 4 TO 判定残長.
           PERFORM 文字長判定.
           MOVE 文字長 TO 既定代替長.
           IF 配布一覧指定
             THEN
               PERFORM 配布一覧変換
             ELSE
               PERFORM ファイル変換
           END-IF.
      *
       指定1件処理－ＥＸ.
       EXIT.
      *
      ***********************************
       配布一覧変換           SECTION.
      ***********************************
      *
      *  配布集計の"/"で始まる行の先頭の項目が配布ファイル名。
      *  変換先は配布ファイル名の後ろに指定の文字列を付ける。
           MOVE 変換元ファイル名 TO 一覧名.
           OPEN INPUT 配布一覧ファイル.
           IF 配布一覧状態 NOT = "00"
             THEN
               MOVE "配布一覧なし" TO 処理結果
               ADD 1 TO 対象外件数
               INITIALIZE ファイル集計
               PERFORM 集計表行出力
               GO TO 配布一覧変換－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "N" TO 一覧終了フラグ.
           PERFORM UNTIL 一覧終了
             READ 配布一覧ファイル
               AT END
                 SET 一覧終了 TO TRUE
               NOT AT END
                 IF 配布一覧レコード(1:1) = "/"
                   THEN
                     MOVE SPACES TO 変換元名
                     UNSTRING 配布一覧レコード
                       DELIMITED BY SPACE
                       INTO 変換元名
                     END-UNSTRING
                     MOVE SPACES TO 変換先名
                     STRING 変換元名 DELIMITED BY SPACE
                            変換先ファイル名
                            DELIMITED BY SPACE
                            INTO 変換先名
                     MOVE SPACES TO 処理結果
                     PERFORM ファイル変換
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 配布一覧ファイル.
      *
       配布一覧変換－ＥＸ.
       EXIT.
      *
      ***********************************
       ファイル変換           SECTION.
      ***********************************
      *
           INITIALIZE ファイル集計.
           OPEN INPUT 変換元ファイル.
           IF 変換元状態 NOT = "00"
             THEN
               MOVE "変換元なし" TO 処理結果
               ADD 1 TO 対象外件数
               PERFORM 集計表行出力
               GO TO ファイル変換－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           OPEN OUTPUT 変換先ファイル.
           IF 変換先状態 NOT = "00"
             THEN
               MOVE "PRO2109" TO 発生プログラム名
               MOVE 変換先状態 TO 入出力状態
               MOVE "変換先ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 代替一覧名.
           STRING 変換先名 DELIMITED BY SPACE
                  ".RPT" DELIMITED BY SIZE
                  INTO 代替一覧名.
           OPEN OUTPUT 代替一覧ファイル.
           PERFORM 代替一覧見出し.
           IF 変換先BOM付き
             THEN
               MOVE X"EFBBBF" TO 先レコード(1:3)
               MOVE 3 TO 先長
               PERFORM 先レコード書込
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             PERFORM 1レコード読込
             IF 元長 > ZERO
               THEN
                 PERFORM レコード変換
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           CLOSE 変換元ファイル.
           CLOSE 変換先ファイル.
           PERFORM 代替一覧合計.
           CLOSE 代替一覧ファイル.
           ADD 1 TO 変換ファイル数.
           ADD 代替レコード件数 TO 全代替レコード件数.
           IF 代替レコード件数 > ZERO
             THEN
               MOVE "代替あり" TO 処理結果
             ELSE
               MOVE "正常" TO 処理結果
           END-IF.
           PERFORM 集計表行出力.
      *
       ファイル変換－ＥＸ.
       EXIT.
      *
      ***********************************
       1レコード読込          SECTION.
      ***********************************
      *
      *  変換元のレコード長分のバイトを集める。最後のレコード
      *  が短いときは端数として変換し、件数を示す。
           MOVE SPACES TO 元レコード.
           MOVE ZERO TO 元長.
           PERFORM UNTIL 読込終了
                      OR 元長 = 変換元レコード長
             READ 変換元ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 ADD 1 TO 元長
                 MOVE 変換元レコード TO 元レコード(元長:1)
             END-READ
           END-PERFORM.
           IF 元長 > ZERO
              AND 元長 < 変換元レコード長
             THEN
               ADD 1 TO 端数件数
             ELSE
               CONTINUE
           END-IF.
      *
       1レコード読込－ＥＸ.
       EXIT.
      *
      ***********************************
       レコード変換           SECTION.
      ***********************************
      *
           ADD 1 TO レコード件数.
           MOVE ZERO TO 先長.
           MOVE ZERO TO レコード代替数.
           MOVE "N" TO 桁あふれフラグ.
           MOVE 1 TO 元位置.
           PERFORM UNTIL 元位置 > 元長
             PERFORM 1文字変換
           END-PERFORM.
      *  末尾の空白を除く指定は改行を付ける前に行う。
           IF 末尾空白削除 = "Y"
             THEN
               PERFORM UNTIL 先長 = ZERO
                          OR 先レコード(先長:1) NOT = SPACE
                 SUBTRACT 1 FROM 先長
               END-PERFORM
             ELSE
               CONTINUE
           END-IF.
           IF 変換先レコード長 > ZERO
             THEN
               PERFORM 固定長調整
             ELSE
               CONTINUE
           END-IF.
           EVALUATE TRUE
             WHEN 改行LF
               ADD 1 TO 先長
               MOVE X"0A" TO 先レコード(先長:1)
             WHEN 改行CRLF
               ADD 1 TO 先長
               MOVE X"0D" TO 先レコード(先長:1)
               ADD 1 TO 先長
               MOVE X"0A" TO 先レコード(先長:1)
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM 先レコード書込.
           IF レコード代替数 > ZERO
              OR 桁あふれ
             THEN
               PERFORM 代替一覧明細
             ELSE
               CONTINUE
           END-IF.
      *
       レコード変換－ＥＸ.
       EXIT.
      *
      ***********************************
       1文字変換              SECTION.
      ***********************************
      *
      *  不正なバイトは既定代替文字に、代替規則のある文字は規則
      *  の文字列に置き換え、それ以外は変換先の文字コードで出力
      *  する。1バイト文字(英数字・記号)はそのまま出力する。
           MOVE SPACES TO 判定域.
           MOVE 元レコード(元位置:) TO 判定域.
           COMPUTE 判定残長 = 元長 - 元位置 + 1.
           PERFORM 文字長判定.
           MOVE SPACES TO 対象文字.
           MOVE 判定域(1:文字長) TO 対象文字.
           MOVE 文字長 TO 対象文字長.
           EVALUATE TRUE
             WHEN NOT 文字正常
               MOVE "????" TO 代替元表示
               MOVE 既定代替 TO 代替先表示
               MOVE "不正バイト" TO 代替理由
               PERFORM 代替記録
               PERFORM 既定代替出力
             WHEN 対象文字長 = 1
               MOVE 対象文字 TO 追加文字
               MOVE 1 TO 追加長
               PERFORM 先へ追加
             WHEN OTHER
               PERFORM 規則検索
               IF 該当規則番号 > ZERO
                 THEN
                   MOVE 対象文字 TO 代替元表示
                   MOVE 表規則代替(該当規則番号)
                     TO 代替先表示
                   MOVE "代替規則" TO 代替理由
                   PERFORM 代替記録
                   PERFORM 規則代替出力
                 ELSE
                   MOVE 対象文字 TO 出力文字
                   MOVE 対象文字長 TO 出力文字長
                   PERFORM 文字出力
                   IF 出力変換不可
                     THEN
                       MOVE 対象文字 TO 代替元表示
                       MOVE 既定代替 TO 代替先表示
                       MOVE "変換不可" TO 代替理由
                       PERFORM 代替記録
                       PERFORM 既定代替出力
                     ELSE
                       CONTINUE
                   END-IF
               END-IF
           END-EVALUATE.
           ADD 対象文字長 TO 元位置.
      *
       1文字変換－ＥＸ.
       EXIT.
      *
      ***********************************
       文字長判定             SECTION.
      ***********************************
      *
      *  判定域の先頭のUTF-8の1文字のバイト数を求める。先頭
      *  バイトが不正、後続バイトが不正、または残りのバイトが
      *  足りないときは不正とする。
           MOVE "Y" TO 文字正否フラグ.
           EVALUATE TRUE
             WHEN 判定域(1:1) < X"80"
               MOVE 1 TO 文字長
             WHEN 判定域(1:1) >= X"C2"
                  AND 判定域(1:1) <= X"DF"
               MOVE 2 TO 文字長
             WHEN 判定域(1:1) >= X"E0"
                  AND 判定域(1:1) <= X"EF"
               MOVE 3 TO 文字長
             WHEN 判定域(1:1) >= X"F0"
                  AND 判定域(1:1) <= X"F4"
               MOVE 4 TO 文字長
             WHEN OTHER
               MOVE 1 TO 文字長
               MOVE "N" TO 文字正否フラグ
           END-EVALUATE.
           IF 文字長 > 判定残長
             THEN
               MOVE 判定残長 TO 文字長
               MOVE "N" TO 文字正否フラグ
               GO TO 文字長判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING 判定番号 FROM 2 BY 1
             UNTIL 判定番号 > 文字長
             IF 判定域(判定番号:1) < X"80"
                OR 判定域(判定番号:1) > X"BF"
               THEN
                 MOVE 1 TO 文字長
                 MOVE "N" TO 文字正否フラグ
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       文字長判定－ＥＸ.
       EXIT.
      *
      ***********************************
       規則検索               SECTION.
      ***********************************
      *
      *  宛先の規則を優先し、無ければ全宛先共通の規則を使う。
           MOVE ZERO TO 該当規則番号.
           PERFORM VARYING 規則番号 FROM 1 BY 1
             UNTIL 規則番号 > 規則件数
             IF 表規則文字(規則番号) = 対象文字
               THEN
                 IF 表規則宛先(規則番号) =
                    変換宛先コード
                   THEN
                     MOVE 規則番号 TO 該当規則番号
                     MOVE 規則件数 TO 規則番号
                   ELSE
                     IF 表規則宛先(規則番号) = SPACES
                       THEN
                         MOVE 規則番号 TO 該当規則番号
                       ELSE
                         CONTINUE
                     END-IF
                 END-IF
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       規則検索－ＥＸ.
       EXIT.
      *
      ***********************************
       規則代替出力           SECTION.
      ***********************************
      *
      *  規則の文字列を1文字ずつ出力する。文字列の末尾の空白
      *  は埋め草として扱う。変換できない文字は既定代替文字と
      *  する。
           MOVE 表規則代替(該当規則番号) TO 規則代替.
           MOVE 12 TO 規則代替長.
           PERFORM UNTIL 規則代替長 = ZERO
                      OR 規則代替(規則代替長:1) NOT = SPACE
             SUBTRACT 1 FROM 規則代替長
           END-PERFORM.
           MOVE 1 TO 規則位置.
           PERFORM UNTIL 規則位置 > 規則代替長
             MOVE SPACES TO 判定域
             MOVE 規則代替(規則位置:) TO 判定域
             COMPUTE 判定残長 = 規則代替長 - 規則位置 + 1
             PERFORM 文字長判定
             MOVE SPACES TO 出力文字
             MOVE 判定域(1:文字長) TO 出力文字
             MOVE 文字長 TO 出力文字長
             IF 文字正常
               THEN
                 PERFORM 文字出力
               ELSE
                 MOVE "N" TO 出力結果フラグ
             END-IF
             IF 出力変換不可
               THEN
                 PERFORM 既定代替出力
               ELSE
                 CONTINUE
             END-IF
             ADD 文字長 TO 規則位置
           END-PERFORM.
      *
       規則代替出力－ＥＸ.
       EXIT.
      *
      ***********************************
       既定代替出力           SECTION.
      ***********************************
      *
      *  既定代替文字が変換先で表せないときは"?"とする。
           MOVE 既定代替 TO 出力文字.
           MOVE 既定代替長 TO 出力文字長.
           PERFORM 文字出力.
           IF 出力変換不可
             THEN
               MOVE "?" TO 追加文字
               MOVE 1 TO 追加長
               PERFORM 先へ追加
             ELSE
               CONTINUE
           END-IF.
      *
       既定代替出力－ＥＸ.
       EXIT.
      *
      ***********************************
       文字出力               SECTION.
      ***********************************
      *
      *  出力文字(UTF-8の1文字)を変換先の文字コードで先レコード
      *  に加える。変換表に無い文字は、Shift_JISとJIS X 0208の
      *  範囲の制限があるUTF-8では変換不可として返す。
           MOVE "Y" TO 出力結果フラグ.
           IF 出力文字長 = 1
             THEN
               MOVE 出力文字 TO 追加文字
               MOVE 1 TO 追加長
               PERFORM 先へ追加
               GO TO 文字出力－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 変換先UTF8 AND NOT JIS範囲制限
             THEN
               MOVE 出力文字 TO 追加文字
               MOVE 出力文字長 TO 追加長
               PERFORM 先へ追加
               GO TO 文字出力－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           SEARCH ALL 変換表エントリ
             AT END
               MOVE "N" TO 出力結果フラグ
             WHEN 表元文字(変換表添字) = 出力文字
               IF 変換先SJIS
                 THEN
                   MOVE 表先文字(変換表添字) TO 追加文字
                   IF 表先文字(変換表添字)(2:1) = SPACE
                     THEN
                       MOVE 1 TO 追加長
                     ELSE
                       MOVE 2 TO 追加長
                   END-IF
                 ELSE
                   MOVE 出力文字 TO 追加文字
                   MOVE 出力文字長 TO 追加長
               END-IF
               PERFORM 先へ追加
           END-SEARCH.
      *
       文字出力－ＥＸ.
       EXIT.
      *
      ***********************************
       先へ追加               SECTION.
      ***********************************
      *
           IF 先長 + 追加長 > 6000
             THEN
               MOVE "Y" TO 桁あふれフラグ
             ELSE
               MOVE 追加文字(1:追加長)
                 TO 先レコード(先長 + 1:追加長)
               ADD 追加長 TO 先長
           END-IF.
      *
       先へ追加－ＥＸ.
       EXIT.
      *
      ***********************************
       固定長調整             SECTION.
      ***********************************
      *
      *  変換後のレコード長の指定があれば空白で埋める。長すぎる
      *  ときは文字の途中で切らないよう文字の境目で切り、桁
      *  あふれとして代替一覧に示す。末尾の空白だけがはみ出す
      *  ときは桁あふれとしない。
           PERFORM UNTIL 先長 <= 変換先レコード長
                      OR 先レコード(先長:1) NOT = SPACE
             SUBTRACT 1 FROM 先長
           END-PERFORM.
           IF 先長 <= 変換先レコード長
             THEN
               PERFORM UNTIL 先長 = 変換先レコード長
                 ADD 1 TO 先長
                 MOVE SPACE TO 先レコード(先長:1)
               END-PERFORM
               GO TO 固定長調整－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "Y" TO 桁あふれフラグ.
           IF 変換先SJIS
             THEN
      *  Shift_JISは先頭から2バイト文字の第1バイトをたどり、
      *  収まる最後の文字の終わりで切る。
               MOVE ZERO TO 切位置
               MOVE 1 TO 先位置
               PERFORM UNTIL 先位置 > 変換先レコード長
                 IF (先レコード(先位置:1) >= X"81"
                     AND 先レコード(先位置:1) <= X"9F")
                    OR (先レコード(先位置:1) >= X"E0"
                     AND 先レコード(先位置:1) <= X"FC")
                   THEN
                     IF 先位置 < 変換先レコード長
                       THEN
                         COMPUTE 切位置 = 先位置 + 1
                       ELSE
                         CONTINUE
                     END-IF
                     ADD 2 TO 先位置
                   ELSE
                     MOVE 先位置 TO 切位置
                     ADD 1 TO 先位置
                 END-IF
               END-PERFORM
               MOVE 切位置 TO 先長
             ELSE
      *  UTF-8は切る位置の次が後続バイトなら文字の先頭まで戻る。
               MOVE 変換先レコード長 TO 先長
               PERFORM UNTIL 先長 = ZERO
                          OR 先レコード(先長 + 1:1) < X"80"
                          OR 先レコード(先長 + 1:1) > X"BF"
                 SUBTRACT 1 FROM 先長
               END-PERFORM
           END-IF.
           PERFORM UNTIL 先長 = 変換先レコード長
             ADD 1 TO 先長
             MOVE SPACE TO 先レコード(先長:1)
           END-PERFORM.
      *
       固定長調整－ＥＸ.
       EXIT.
      *
      ***********************************
       先レコード書込         SECTION.
      ***********************************
      *
           PERFORM VARYING 書込位置 FROM 1 BY 1
             UNTIL 書込位置 > 先長
             WRITE 変換先レコード
               FROM 先レコード(書込位置:1)
           END-PERFORM.
      *
       先レコード書込－ＥＸ.
       EXIT.
      *
      ***********************************
       代替記録               SECTION.
      ***********************************
      *
      *  1レコード50件までの代替を代替一覧のために覚える。
           ADD 1 TO 代替文字数.
           ADD 1 TO レコード代替数.
           IF レコード代替数 <= 50
             THEN
               MOVE 元位置
                 TO 表代替位置(レコード代替数)
               MOVE 代替元表示
                 TO 表代替元(レコード代替数)
               MOVE 代替先表示
                 TO 表代替先(レコード代替数)
               MOVE 代替理由
                 TO 表代替理由(レコード代替数)
             ELSE
               CONTINUE
           END-IF.
      *
       代替記録－ＥＸ.
       EXIT.
      *
      ***********************************
       代替一覧見出し         SECTION.
      ***********************************
      *
           MOVE SPACES TO 代替一覧行.
           STRING "文字代替一覧 処理日:" DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  " 宛先:" DELIMITED BY SIZE
                  変換宛先コード DELIMITED BY SIZE
                  " 文字コード:" DELIMITED BY SIZE
                  変換文字コード DELIMITED BY SIZE
                  INTO 代替一覧行.
           WRITE 代替一覧レコード FROM 代替一覧行.
           MOVE SPACES TO 代替一覧行.
           STRING "変換元:" DELIMITED BY SIZE
                  変換元名 DELIMITED BY SPACE
                  INTO 代替一覧行.
           WRITE 代替一覧レコード FROM 代替一覧行.
           MOVE SPACES TO 代替一覧行.
           STRING "変換先:" DELIMITED BY SIZE
                  変換先名 DELIMITED BY SPACE
                  INTO 代替一覧行.
           WRITE 代替一覧レコード FROM 代替一覧行.
      *
       代替一覧見出し－ＥＸ.
       EXIT.
      *
      ***********************************
       代替一覧明細           SECTION.
      ***********************************
      *
      *  レコード番号と元のレコードの先頭100バイトを示し、代替
      *  した文字ごとに位置(変換元のバイト位置)・元の文字・
      *  代替した文字・理由を並べる。
           ADD 1 TO 代替レコード件数.
           MOVE SPACES TO 代替一覧行.
           MOVE レコード件数 TO 件数表示.
           MOVE レコード代替数 TO 位置表示.
           STRING "レコード:" DELIMITED BY SIZE
                  件数表示 DELIMITED BY SIZE
                  " 代替:" DELIMITED BY SIZE
                  位置表示 DELIMITED BY SIZE
                  INTO 代替一覧行.
           IF 桁あふれ
             THEN
               ADD 1 TO 桁あふれ件数
               MOVE "桁あふれ" TO 代替一覧行(41:12)
             ELSE
               CONTINUE
           END-IF.
           WRITE 代替一覧レコード FROM 代替一覧行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 代替一覧行.
           MOVE 元レコード(1:100) TO 代替一覧行(3:100).
           WRITE 代替一覧レコード FROM 代替一覧行.
           PERFORM VARYING 代替番号 FROM 1 BY 1
             UNTIL 代替番号 > レコード代替数
                OR 代替番号 > 50
             MOVE SPACES TO 代替一覧行
             MOVE 表代替位置(代替番号) TO 位置表示
             STRING "  位置:" DELIMITED BY SIZE
                    位置表示 DELIMITED BY SIZE
                    " 元:" DELIMITED BY SIZE
                    表代替元(代替番号) DELIMITED BY SIZE
                    " 代替:" DELIMITED BY SIZE
                    表代替先(代替番号) DELIMITED BY SIZE
                    " 理由:" DELIMITED BY SIZE
                    表代替理由(代替番号) DELIMITED BY SIZE
                    INTO 代替一覧行
             WRITE 代替一覧レコード FROM 代替一覧行
           END-PERFORM.
      *
       代替一覧明細－ＥＸ.
       EXIT.
      *
      ***********************************
       代替一覧合計           SECTION.
      ***********************************
      *
           MOVE SPACES TO 代替一覧行.
           MOVE レコード件数 TO 件数表示.
           STRING "変換レコード:" DELIMITED BY SIZE
                  件数表示 DELIMITED BY SIZE
                  INTO 代替一覧行.
           WRITE 代替一覧レコード FROM 代替一覧行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 代替一覧行.
           MOVE 代替レコード件数 TO 件数表示.
           STRING "代替レコード:" DELIMITED BY SIZE
                  件数表示 DELIMITED BY SIZE
                  INTO 代替一覧行.
           WRITE 代替一覧レコード FROM 代替一覧行.
           MOVE SPACES TO 代替一覧行.
           MOVE 代替文字数 TO 件数表示.
           STRING "代替文字:" DELIMITED BY SIZE
                  件数表示 DELIMITED BY SIZE
                  INTO 代替一覧行.
           WRITE 代替一覧レコード FROM 代替一覧行.
           MOVE SPACES TO 代替一覧行.
           MOVE 端数件数 TO 件数表示.
           STRING "端数レコード:" DELIMITED BY SIZE
                  件数表示 DELIMITED BY SIZE
                  INTO 代替一覧行.
           WRITE 代替一覧レコード FROM 代替一覧行.
      *
       代替一覧合計－ＥＸ.
       EXIT.
      *
      ***********************************
       集計表行出力           SECTION.
      ***********************************
      *
           MOVE SPACES TO 集計表行.
           MOVE 変換宛先コード TO 集計表行(1:8).
           MOVE 変換文字コード TO 集計表行(10:1).
           MOVE 改行区分 TO 集計表行(12:1).
           MOVE レコード件数 TO 件数表示.
           MOVE 件数表示 TO 集計表行(14:9).
           MOVE 代替レコード件数 TO 件数表示.
           MOVE 件数表示 TO 集計表行(23:9).
           MOVE 桁あふれ件数 TO 件数表示.
           MOVE 件数表示 TO 集計表行(32:9).
           MOVE 処理結果 TO 集計表行(42:16).
           MOVE 変換先名 TO 集計表行(59:60).
           WRITE 集計表レコード FROM 集計表行.
           IF 処理結果 NOT = "正常"
              AND 処理結果 NOT = "代替あり"
             THEN
               MOVE SPACES TO 集計表行
               STRING "  変換元:" DELIMITED BY SIZE
                      変換元名 DELIMITED BY SPACE
                      INTO 集計表行
               WRITE 集計表レコード FROM 集計表行
             ELSE
               CONTINUE
           END-IF.
      *
       集計表行出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           MOVE SPACES TO 集計表行.
           MOVE 変換ファイル数 TO 件数表示.
           STRING "変換ファイル:" DELIMITED BY SIZE
                  件数表示 DELIMITED BY SIZE
                  INTO 集計表行.
           WRITE 集計表レコード FROM 集計表行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 集計表行.
           MOVE 対象外件数 TO 件数表示.
           STRING "対象外:" DELIMITED BY SIZE
                  件数表示 DELIMITED BY SIZE
                  INTO 集計表行.
           WRITE 集計表レコード FROM 集計表行.
           MOVE SPACES TO 集計表行.
           MOVE 全代替レコード件数 TO 件数表示.
           STRING "代替レコード合計:" DELIMITED BY SIZE
                  件数表示 DELIMITED BY SIZE
                  INTO 集計表行.
           WRITE 集計表レコード FROM 集計表行.
           CLOSE 集計表ファイル.
           DISPLAY "変換:" 変換ファイル数
                   " 対象外:" 対象外件数
                   " 代替レコード:" 全代替レコード件数.
           DISPLAY "***PRO2109 END***".
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
