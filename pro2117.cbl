       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2117.
      *  郵便番号辞書の取込み。日本郵便の郵便番号データ(全国一括
      *  の形式)を、文字コードを変換して1行400バイトに整えた
      *  ファイル(YUBINCSV2010)から読み、郵便番号をキーとする
      *  索引編成の郵便番号辞書(YUBIN2010)を作り直す。1つの
      *  郵便番号に町域が2以上あるときは町域名を空白にする。
      *  あわせて廃止データ(YUBINDEL2010、同じ形式)の郵便番号
      *  のうち現行のデータに無いものを廃止として登録し、住所
      *  検査(SUB2024)で廃止された郵便番号を見分けられるように
      *  する。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  日本郵便の郵便番号データ(現行分)。
           SELECT 郵便番号データファイル ASSIGN TO
             "/home/suzuki/DATA/YUBINCSV2010"
             FILE STATUS IS データ状態.
      *  日本郵便の廃止データ。これまでの分をつないで置く。
           SELECT 廃止データファイル ASSIGN TO
             "/home/suzuki/DATA/YUBINDEL2010"
             FILE STATUS IS 廃止データ状態.
      *  郵便番号辞書。郵便番号で直接引くため索引編成とする。
           SELECT 郵便番号辞書ファイル ASSIGN TO
             "/home/suzuki/DATA/YUBIN2010"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS 辞書郵便番号
             FILE STATUS IS 辞書状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  郵便番号データファイル.
       01  郵便番号データレコード PIC X(400).
       FD  廃止データファイル.
       01  廃止データレコード PIC X(400).
       FD  郵便番号辞書ファイル.
       01  郵便番号辞書レコード.
           COPY CP086.
       WORKING-STORAGE        SECTION.
       01  状態.
         03 データ状態        PIC X(2).
         03 廃止データ状態    PIC X(2).
         03 辞書状態          PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
      *  1行を項目に分けたもの。文字の項目は引用符で囲まれる。
      *  更新の表示 2:廃止 変更理由 6:廃止。
       01  データ行           PIC X(400).
       01  データ項目.
         03 団体コード欄      PIC X(10).
         03 旧郵便番号欄      PIC X(10).
         03 郵便番号欄        PIC X(10).
         03 都道府県カナ欄    PIC X(40).
         03 市区町村カナ欄    PIC X(80).
         03 町域カナ欄        PIC X(120).
         03 都道府県欄        PIC X(20).
         03 市区町村欄        PIC X(50).
         03 町域欄            PIC X(120).
         03 複数町域欄        PIC X(3).
         03 小字番地欄        PIC X(3).
         03 丁目欄            PIC X(3).
         03 複数番号欄        PIC X(3).
         03 更新表示欄        PIC X(3).
         03 変更理由欄        PIC X(3).
      *  引用符を外す作業域。
       01  引用符エリア.
         03 欄作業            PIC X(120).
         03 欄前              PIC X(01).
         03 欄値              PIC X(120).
      *  引用符を外した郵便番号・都道府県・市区町村・町域。
       01  行エリア.
         03 行郵便番号        PIC X(07).
         03 行都道府県名      PIC X(12).
         03 行市区町村名      PIC X(36).
         03 行町域名          PIC X(60).
         03 行廃止区分        PIC X(01).
      *  件数集計。
       01  集計エリア.
         03 読込件数          PIC 9(7) VALUE ZERO.
         03 登録件数          PIC 9(7) VALUE ZERO.
         03 町域追加件数      PIC 9(7) VALUE ZERO.
         03 廃止読込件数      PIC 9(7) VALUE ZERO.
         03 廃止登録件数      PIC 9(7) VALUE ZERO.
         03 不正件数          PIC 9(7) VALUE ZERO.
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
           DISPLAY "***PRO2117 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           OPEN INPUT 郵便番号データファイル.
           IF データ状態 NOT = "00"
             THEN
               MOVE "PRO2117" TO 発生プログラム名
               MOVE データ状態 TO 入出力状態
               MOVE "郵便番号データのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
      *  辞書は空にしてから作り直す。
           OPEN OUTPUT 郵便番号辞書ファイル.
           CLOSE 郵便番号辞書ファイル.
           OPEN I-O 郵便番号辞書ファイル.
           IF 辞書状態 NOT = "00"
             THEN
               MOVE "PRO2117" TO 発生プログラム名
               MOVE 辞書状態 TO 入出力状態
               MOVE "郵便番号辞書のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 郵便番号データファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 ADD 1 TO 読込件数
                 MOVE 郵便番号データレコード TO データ行
                 PERFORM 行分解
                 IF 行郵便番号 IS NOT NUMERIC
                   THEN
                     ADD 1 TO 不正件数
                     DISPLAY "郵便番号不正:" 読込件数
                   ELSE
                     IF 行廃止区分 = "Y"
                       THEN
                         PERFORM 廃止登録
                       ELSE
                         PERFORM 現行登録
                     END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 郵便番号データファイル.
           PERFORM 廃止データ取込.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       行分解                 SECTION.
      ***********************************
      *
      *  カンマで項目に分け、郵便番号・都道府県・市区町村・町域
      *  の引用符を外す。
           MOVE SPACES TO データ項目.
           UNSTRING データ行 DELIMITED BY ","
             INTO 団体コード欄 旧郵便番号欄
                  郵便番号欄 都道府県カナ欄
                  市区町村カナ欄 町域カナ欄
                  都道府県欄 市区町村欄 町域欄
                  複数町域欄 小字番地欄
                  丁目欄 複数番号欄
                  更新表示欄 変更理由欄
           END-UNSTRING.
           MOVE SPACES TO 行エリア.
           MOVE 郵便番号欄 TO 欄作業.
           PERFORM 引用符除去.
           MOVE 欄値 TO 行郵便番号.
           MOVE 都道府県欄 TO 欄作業.
           PERFORM 引用符除去.
           MOVE 欄値 TO 行都道府県名.
           MOVE 市区町村欄 TO 欄作業.
           PERFORM 引用符除去.
           MOVE 欄値 TO 行市区町村名.
           MOVE 町域欄 TO 欄作業.
           PERFORM 引用符除去.
           IF 欄値 = "以下に掲載がない場合"
             THEN
               MOVE SPACES TO 行町域名
             ELSE
               MOVE 欄値 TO 行町域名
           END-IF.
           IF 更新表示欄(1:1) = "2"
              OR 変更理由欄(1:1) = "6"
             THEN
               MOVE "Y" TO 行廃止区分
             ELSE
               MOVE SPACE TO 行廃止区分
           END-IF.
      *
       行分解－ＥＸ.
       EXIT.
      *
      ***********************************
       引用符除去             SECTION.
      ***********************************
      *
           MOVE SPACES TO 欄値.
           IF 欄作業(1:1) = QUOTE
             THEN
               UNSTRING 欄作業 DELIMITED BY QUOTE
                 INTO 欄前 欄値
               END-UNSTRING
             ELSE
               MOVE 欄作業 TO 欄値
           END-IF.
      *
       引用符除去－ＥＸ.
       EXIT.
      *
      ***********************************
       現行登録               SECTION.
      ***********************************
      *
      *  新しい郵便番号は登録する。登録済の郵便番号は、廃止と
      *  して載っていれば現行の内容に置き換え、現行なら町域の
      *  追加として町域名を空白にする。
           MOVE SPACES TO 郵便番号辞書レコード.
           MOVE 行郵便番号   TO 辞書郵便番号.
           MOVE 行都道府県名 TO 辞書都道府県名.
           MOVE 行市区町村名 TO 辞書市区町村名.
           MOVE 行町域名     TO 辞書町域名.
           MOVE 1            TO 辞書町域件数.
           MOVE SPACE        TO 辞書廃止区分.
           MOVE 実行日       TO 辞書登録日.
           WRITE 郵便番号辞書レコード
             INVALID KEY
               PERFORM 登録済更新
             NOT INVALID KEY
               ADD 1 TO 登録件数
           END-WRITE.
      *
       現行登録－ＥＸ.
       EXIT.
      *
      ***********************************
       登録済更新             SECTION.
      ***********************************
      *
           MOVE 行郵便番号 TO 辞書郵便番号.
           READ 郵便番号辞書ファイル
             INVALID KEY
               GO TO 登録済更新－ＥＸ
           END-READ.
           IF 辞書廃止
             THEN
               MOVE 行都道府県名 TO 辞書都道府県名
               MOVE 行市区町村名 TO 辞書市区町村名
               MOVE 行町域名     TO 辞書町域名
               MOVE 1            TO 辞書町域件数
               MOVE SPACE        TO 辞書廃止区分
               ADD 1 TO 登録件数
               SUBTRACT 1 FROM 廃止登録件数
             ELSE
               IF 辞書町域件数 < 999
                 THEN
                   ADD 1 TO 辞書町域件数
                 ELSE
                   CONTINUE
               END-IF
               MOVE SPACES TO 辞書町域名
               ADD 1 TO 町域追加件数
           END-IF.
           REWRITE 郵便番号辞書レコード.
      *
       登録済更新－ＥＸ.
       EXIT.
      *
      ***********************************
       廃止登録               SECTION.
      ***********************************
      *
      *  現行に無い郵便番号だけを廃止として登録する。
           MOVE SPACES TO 郵便番号辞書レコード.
           MOVE 行郵便番号   TO 辞書郵便番号.
           MOVE 行都道府県名 TO 辞書都道府県名.
           MOVE 行市区町村名 TO 辞書市区町村名.
           MOVE 行町域名     TO 辞書町域名.
           MOVE 1            TO 辞書町域件数.
           MOVE "Y"          TO 辞書廃止区分.
           MOVE 実行日       TO 辞書登録日.
           WRITE 郵便番号辞書レコード
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               ADD 1 TO 廃止登録件数
           END-WRITE.
      *
       廃止登録－ＥＸ.
       EXIT.
      *
      ***********************************
       廃止データ取込         SECTION.
      ***********************************
      *
           OPEN INPUT 廃止データファイル.
           IF 廃止データ状態 NOT = "00"
             THEN
               DISPLAY "廃止データなし。"
               GO TO 廃止データ取込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 廃止データファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 ADD 1 TO 廃止読込件数
                 MOVE 廃止データレコード TO データ行
                 PERFORM 行分解
                 IF 行郵便番号 IS NOT NUMERIC
                   THEN
                     ADD 1 TO 不正件数
                     DISPLAY "廃止データの郵便番号不正:"
                             廃止読込件数
                   ELSE
                     PERFORM 廃止登録
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 廃止データファイル.
      *
       廃止データ取込－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           CLOSE 郵便番号辞書ファイル.
           DISPLAY "読込:" 読込件数
                   " 登録:" 登録件数
                   " 町域追加:" 町域追加件数.
           DISPLAY "廃止読込:" 廃止読込件数
                   " 廃止登録:" 廃止登録件数
                   " 不正:" 不正件数.
      *
           DISPLAY "***PRO2117 END***".
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
