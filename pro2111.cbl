       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2111.
      *  送信の再送バッチ。再送依頼ファイル(SAISOU2010)に書いた
      *  過去の送信(ファイルID・宛先・作成日)を、送信管理台帳
      *  (SOSHIN2010)の記録と照らして出し直す。
      *  方法R:世代管理(PRO2023)の世代台帳(SEDAIREG2000)から作成
      *  日以降で最も古い世代を探し、送信ファイルへ1バイト単位で
      *  元のとおりに写して再送として台帳へ登録する(SUB2021)。
      *  方法G:送信先マスタ(SOSHINSAKI2010)の作成プログラムを
      *  呼び出して作り直す。作り直すと当日のデータになるため
      *  当日作成分だけを受け付ける。
      *  依頼者と別の承認者の無い依頼、台帳に無い送信、受領済の
      *  送信(強制指定なし)は再送しない。結果は再送結果表
      *  (SAISOURPT2010)に書き、処理した依頼ファイルは空にして
      *  二重の再送を防ぐ。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  再送依頼ファイル。
           SELECT 依頼ファイル ASSIGN TO
             "/home/suzuki/DATA/SAISOU2010"
             FILE STATUS IS 依頼状態.
      *  送信管理台帳。
           SELECT 送信台帳ファイル ASSIGN TO
             "/home/suzuki/DATA/SOSHIN2010"
             FILE STATUS IS 台帳状態.
      *  送信ファイルIDごとの宛先と作成プログラムの定義。
           SELECT 送信先マスタファイル ASSIGN TO
             "/home/suzuki/DATA/SOSHINSAKI2010"
             FILE STATUS IS マスタ状態.
      *  PRO2023の世代台帳。
           SELECT 世代台帳ファイル ASSIGN TO
             "/home/suzuki/DATA/SEDAIREG2000"
             FILE STATUS IS 世代台帳状態.
      *  世代ファイルと出し直す送信ファイル。1バイト単位で写す。
           SELECT 世代ファイル ASSIGN TO DYNAMIC 世代名
             FILE STATUS IS 世代状態.
           SELECT 再送ファイル ASSIGN TO DYNAMIC 再送先名
             FILE STATUS IS 再送状態.
      *  再送結果表。
           SELECT 結果表ファイル ASSIGN TO
             "/home/suzuki/DATA/SAISOURPT2010"
             FILE STATUS IS 結果表状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  依頼ファイル.
       01  依頼レコード.
      *  再送方法 R:世代から出し直し G:作成プログラムで再生成。
      *  強制区分 Y:受領済の送信も再送する。
         03 依頼ファイルID    PIC X(16).
         03 依頼宛先          PIC X(8).
         03 依頼作成日        PIC 9(8).
         03 依頼再送方法      PIC X(1).
         03 依頼者            PIC X(8).
         03 依頼承認者        PIC X(8).
         03 依頼強制区分      PIC X(1).
         03 FILLER            PIC X(10).
       FD  送信台帳ファイル.
       01  送信台帳レコード.
           COPY CP070.
       FD  送信先マスタファイル.
       01  送信先マスタレコード.
           COPY CP072.
       FD  世代台帳ファイル.
       01  世代台帳レコード.
           05 台帳基本名      PIC X(12).
           05 台帳世代日付    PIC 9(8).
           05 台帳世代名      PIC X(60).
       FD  世代ファイル.
       01  世代バイト         PIC X(1).
       FD  再送ファイル.
       01  再送バイト         PIC X(1).
       FD  結果表ファイル.
       01  結果表レコード     PIC X(120).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 依頼状態          PIC X(2).
         03 台帳状態          PIC X(2).
         03 マスタ状態        PIC X(2).
         03 世代台帳状態      PIC X(2).
         03 世代状態          PIC X(2).
         03 再送状態          PIC X(2).
         03 結果表状態        PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
      *  動的割り当てに使うファイル名。
       01  世代名             PIC X(60).
       01  再送先名           PIC X(60).
      *  再送依頼の読み込みテーブル。
       01  依頼テーブルエリア.
         03 依頼件数          PIC 9(3) VALUE ZERO.
         03 依頼番号          PIC 9(3).
         03 依頼エントリ      OCCURS 100 TIMES.
           05 表依頼ファイルID PIC X(16).
           05 表依頼宛先      PIC X(08).
           05 表依頼作成日    PIC 9(08).
           05 表依頼再送方法  PIC X(01).
           05 表依頼者        PIC X(08).
           05 表依頼承認者    PIC X(08).
           05 表依頼強制区分  PIC X(01).
      *  台帳で見つけた元の送信の写し。
       01  元送信エリア.
         03 元送信有無        PIC X(1).
           88 元送信あり      VALUE "Y".
         03 元送信宛先        PIC X(8).
         03 元送信件数        PIC 9(7).
         03 元送信ハッシュ    PIC 9(13).
         03 元送信ファイル名  PIC X(60).
         03 元受領状態        PIC X(1).
      *  作成プログラム名と世代台帳の検索結果。
       01  再生成プログラム名 PIC X(8).
       01  世代日付           PIC 9(8).
       01  コピー終了フラグ   PIC X(1).
           88 コピー終了      VALUE "1".
       01  コピーバイト数     PIC 9(9).
      *  1件の処理結果。
       01  処理結果           PIC X(30).
       01  結果区分           PIC X(1).
           88 再送済          VALUE "S".
       01  集計エリア.
         03 再送件数          PIC 9(3) VALUE ZERO.
         03 却下件数          PIC 9(3) VALUE ZERO.
       01  結果表行           PIC X(120).
      *  送信登録呼出し(SUB2021)への引き渡し情報。
       01  送信登録情報.
           COPY CP071.
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
           DISPLAY "***PRO2111 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
      *  依頼が無ければ何もしない。
           OPEN INPUT 依頼ファイル.
           IF 依頼状態 NOT = "00"
             THEN
               DISPLAY "再送依頼なし。"
               DISPLAY "***PRO2111 END***"
               GOBACK
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 依頼ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 依頼件数 < 100
                   THEN
                     ADD 1 TO 依頼件数
                     MOVE 依頼ファイルID
                       TO 表依頼ファイルID(依頼件数)
                     MOVE 依頼宛先
                       TO 表依頼宛先(依頼件数)
                     MOVE 依頼作成日
                       TO 表依頼作成日(依頼件数)
                     MOVE 依頼再送方法
                       TO 表依頼再送方法(依頼件数)
                     MOVE 依頼者
                       TO 表依頼者(依頼件数)
                     MOVE 依頼承認者
                       TO 表依頼承認者(依頼件数)
                     MOVE 依頼強制区分
                       TO 表依頼強制区分(依頼件数)
                   ELSE
                     DISPLAY "再送依頼上限超過。"
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 依頼ファイル.
      *
           OPEN OUTPUT 結果表ファイル.
           IF 結果表状態 NOT = "00"
             THEN
               MOVE "PRO2111" TO 発生プログラム名
               MOVE 結果表状態 TO 入出力状態
               MOVE "再送結果表のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 結果表行.
           STRING "再送結果表 処理日:" DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO 結果表行.
           WRITE 結果表レコード FROM 結果表行.
           MOVE SPACES TO 結果表行.
           STRING "ファイルID       宛先     作成日   方法 "
                  DELIMITED BY SIZE
                  "依頼者   承認者   結果" DELIMITED BY SIZE
                  INTO 結果表行.
           WRITE 結果表レコード FROM 結果表行
             AFTER 2 LINE
           END-WRITE.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
           PERFORM VARYING 依頼番号 FROM 1 BY 1
             UNTIL 依頼番号 > 依頼件数
             MOVE SPACE TO 結果区分
             PERFORM 再送1件
             IF 再送済
               THEN
                 ADD 1 TO 再送件数
               ELSE
                 ADD 1 TO 却下件数
             END-IF
             PERFORM 結果明細出力
           END-PERFORM.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       再送1件                SECTION.
      ***********************************
      *
      *  依頼者と別の承認者の無い依頼は受け付けない。
           IF 表依頼者(依頼番号) = SPACES
              OR 表依頼承認者(依頼番号) = SPACES
              OR 表依頼承認者(依頼番号)
                 = 表依頼者(依頼番号)
             THEN
               MOVE "却下:承認者なし" TO 処理結果
               GO TO 再送1件－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM 元送信検索.
           IF NOT 元送信あり
             THEN
               MOVE "却下:送信記録なし" TO 処理結果
               GO TO 再送1件－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 元受領状態 = "A"
              AND 表依頼強制区分(依頼番号) NOT = "Y"
             THEN
               MOVE "却下:受領済" TO 処理結果
               GO TO 再送1件－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           EVALUATE 表依頼再送方法(依頼番号)
             WHEN "R"
               PERFORM 世代再送
             WHEN "G"
               PERFORM 再生成
             WHEN OTHER
               MOVE "却下:再送方法誤り" TO 処理結果
           END-EVALUATE.
      *
       再送1件－ＥＸ.
       EXIT.
      *
      ***********************************
       元送信検索             SECTION.
      ***********************************
      *
      *  ファイルID・作成日(宛先の指定があれば宛先も)が一致
      *  する送信を台帳で探す。複数あれば最後の送信を使う。
           MOVE "N" TO 元送信有無.
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 送信台帳ファイル.
           IF 台帳状態 NOT = "00"
             THEN
               GO TO 元送信検索－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 送信台帳ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 送信ファイルID
                    = 表依頼ファイルID(依頼番号)
                    AND 送信作成日
                        = 表依頼作成日(依頼番号)
                    AND (表依頼宛先(依頼番号) = SPACES
                         OR 送信宛先コード
                            = 表依頼宛先(依頼番号))
                   THEN
                     SET 元送信あり TO TRUE
                     MOVE 送信宛先コード TO 元送信宛先
                     MOVE 送信件数       TO 元送信件数
                     MOVE 送信ハッシュ   TO 元送信ハッシュ
                     MOVE 送信ファイル名
                       TO 元送信ファイル名
                     MOVE 受領状態       TO 元受領状態
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 送信台帳ファイル.
      *
       元送信検索－ＥＸ.
       EXIT.
      *
      ***********************************
       世代再送               SECTION.
      ***********************************
      *
      *  作成日以降に退避された最も古い世代が、その送信の内容
      *  である。世代を送信ファイルへ写して再送として登録する。
           PERFORM 世代検索.
           IF 世代名 = SPACES
             THEN
               MOVE "却下:世代なし" TO 処理結果
               GO TO 世代再送－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           OPEN INPUT 世代ファイル.
           IF 世代状態 NOT = "00"
             THEN
               MOVE "却下:世代ファイル無" TO 処理結果
               GO TO 世代再送－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 元送信ファイル名 TO 再送先名.
           OPEN OUTPUT 再送ファイル.
           IF 再送状態 NOT = "00"
             THEN
               CLOSE 世代ファイル
               MOVE "却下:出力不可" TO 処理結果
               GO TO 世代再送－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO コピー終了フラグ.
           MOVE ZERO TO コピーバイト数.
           PERFORM UNTIL コピー終了
             READ 世代ファイル
               AT END
                 SET コピー終了 TO TRUE
               NOT AT END
                 WRITE 再送バイト FROM 世代バイト
                 ADD 1 TO コピーバイト数
             END-READ
           END-PERFORM.
           CLOSE 世代ファイル.
           CLOSE 再送ファイル.
      *  内容は元の送信と同じため件数・ハッシュも元の値とする。
           MOVE "R"              TO 送信要求区分.
           MOVE 表依頼ファイルID(依頼番号)
             TO 登録送信ファイルID.
           MOVE 元送信宛先       TO 登録送信宛先.
           MOVE 表依頼作成日(依頼番号)
             TO 登録送信作成日.
           MOVE 元送信件数       TO 登録送信件数.
           MOVE 元送信ハッシュ   TO 登録送信ハッシュ.
           MOVE 元送信ファイル名 TO 登録送信ファイル名.
           MOVE "S"              TO 登録送信区分.
           CALL "SUB2021" USING 送信登録情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "20" TO 送信登録状態
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           SET 再送済 TO TRUE.
           IF 送信登録状態 = "20"
             THEN
               MOVE "再送済(台帳登録失敗)" TO 処理結果
             ELSE
               MOVE "再送済(世代)" TO 処理結果
           END-IF.
      *
       世代再送－ＥＸ.
       EXIT.
      *
      ***********************************
       世代検索               SECTION.
      ***********************************
      *
      *  世代台帳の基本名はファイルIDの先頭12桁。台帳は日付
      *  昇順に追記されている。
           MOVE SPACES TO 世代名.
           MOVE ZERO   TO 世代日付.
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 世代台帳ファイル.
           IF 世代台帳状態 NOT = "00"
             THEN
               GO TO 世代検索－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 世代台帳ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 台帳基本名
                    = 表依頼ファイルID(依頼番号)(1:12)
                    AND 台帳世代日付
                        >= 表依頼作成日(依頼番号)
                    AND 世代名 = SPACES
                   THEN
                     MOVE 台帳世代名   TO 世代名
                     MOVE 台帳世代日付 TO 世代日付
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 世代台帳ファイル.
      *
       世代検索－ＥＸ.
       EXIT.
      *
      ***********************************
       再生成                 SECTION.
      ***********************************
      *
      *  作り直すと当日のデータになるため、当日作成分だけを
      *  受け付ける。作成プログラムが送信管理台帳へ登録する。
           IF 表依頼作成日(依頼番号) NOT = 実行日
             THEN
               MOVE "却下:当日分以外" TO 処理結果
               GO TO 再生成－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM 作成プログラム検索.
           IF 再生成プログラム名 = SPACES
             THEN
               MOVE "却下:再生成定義なし" TO 処理結果
               GO TO 再生成－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           DISPLAY "再生成:" 再生成プログラム名.
           CALL 再生成プログラム名
             ON EXCEPTION
               MOVE "却下:呼出失敗" TO 処理結果
               GO TO 再生成－ＥＸ
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           SET 再送済 TO TRUE.
           MOVE "再送済(再生成)" TO 処理結果.
      *
       再生成－ＥＸ.
       EXIT.
      *
      ***********************************
       作成プログラム検索     SECTION.
      ***********************************
      *
           MOVE SPACES TO 再生成プログラム名.
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 送信先マスタファイル.
           IF マスタ状態 NOT = "00"
             THEN
               GO TO 作成プログラム検索－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 送信先マスタファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 送信先ファイルID
                    = 表依頼ファイルID(依頼番号)
                    AND 送信先コード = 元送信宛先
                   THEN
                     MOVE 再生成プログラム
                       TO 再生成プログラム名
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 送信先マスタファイル.
      *
       作成プログラム検索－ＥＸ.
       EXIT.
      *
      ***********************************
       結果明細出力           SECTION.
      ***********************************
      *
           MOVE SPACES TO 結果表行.
           MOVE 表依頼ファイルID(依頼番号)
             TO 結果表行(1:16).
           MOVE 表依頼宛先(依頼番号)
             TO 結果表行(18:8).
           MOVE 表依頼作成日(依頼番号)
             TO 結果表行(27:8).
           MOVE 表依頼再送方法(依頼番号)
             TO 結果表行(36:1).
           MOVE 表依頼者(依頼番号)
             TO 結果表行(41:8).
           MOVE 表依頼承認者(依頼番号)
             TO 結果表行(50:8).
           MOVE 処理結果 TO 結果表行(59:30).
           WRITE 結果表レコード FROM 結果表行.
           DISPLAY 表依頼ファイルID(依頼番号) " "
                   表依頼作成日(依頼番号) " " 処理結果.
      *
       結果明細出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           MOVE SPACES TO 結果表行.
           STRING "再送:" DELIMITED BY SIZE
                  再送件数 DELIMITED BY SIZE
                  " 却下:" DELIMITED BY SIZE
                  却下件数 DELIMITED BY SIZE
                  INTO 結果表行.
           WRITE 結果表レコード FROM 結果表行
             AFTER 2 LINE
           END-WRITE.
           CLOSE 結果表ファイル.
      *  処理した依頼で再び再送しないよう依頼ファイルを空にする。
           OPEN OUTPUT 依頼ファイル.
           CLOSE 依頼ファイル.
           DISPLAY "再送:" 再送件数 " 却下:" 却下件数.
      *
           DISPLAY "***PRO2111 END***".
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
