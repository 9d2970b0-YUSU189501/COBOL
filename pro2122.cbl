       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2122.
      *  監査系ログの連鎖検証。連鎖ハッシュ付きのログ(CP094の
      *  一覧)ごとに、ログの先頭の引継レコードをたどってロー
      *  テーション(PRO2036)のアーカイブ・パージ(PRO2068)の
      *  退避ファイルを古い順に並べ、最も古い世代から各レコード
      *  のハッシュを連鎖ハッシュ(SUB2025)で計算し直す。引継
      *  レコードは前の世代の最終ハッシュと一致するかを確かめ
      *  る。最初に切れた箇所(ファイル・レコード番号)をログ
      *  ごとに連鎖検証表(RENSARPT2010)へ書く。引継元の世代が
      *  無いときは、保持月数(LOGKEEP2000、既定6か月)を過ぎて
      *  ローテーション(PRO2036)が削除したアーカイブ(基本名
      *  .Myyyymm)に限ってその旨を添えて切れ目とせず、それ以外
      *  (退避ファイル・保持月数内のアーカイブ)の欠落は切断と
      *  する。
      *  処理区分M(RENSAPARAM2010):連鎖ハッシュを付ける前の
      *  様式のログを、トレーラ付きのレコード長へ書き換えて
      *  連鎖を付ける。切り替え時に一度だけ流す。既に連鎖の
      *  付いているログには触れない。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  処理区分の指示ファイル。無ければ検証する。
           SELECT 指示ファイル ASSIGN TO
             "/home/suzuki/DATA/RENSAPARAM2010"
             FILE STATUS IS 指示状態.
      *  連鎖検証表。
           SELECT 検証表ファイル ASSIGN TO
             "/home/suzuki/DATA/RENSARPT2010"
             FILE STATUS IS 検証表状態.
      *  ログ・アーカイブ・退避ファイル。レコード長がログごとに
      *  違うので1バイト単位で読み書きする。
           SELECT 世代ファイル
             ASSIGN TO DYNAMIC 世代ファイル名
             FILE STATUS IS 世代状態.
      *  アーカイブの保持月数。無い場合は6か月とする。
           SELECT 保持制御ファイル ASSIGN TO
             "/home/suzuki/DATA/LOGKEEP2000"
             FILE STATUS IS 保持制御状態.
      *  様式書き換え用の作業ファイル。
           SELECT 作業ファイル ASSIGN TO
             "/home/suzuki/DATA/RENSA2010W"
             FILE STATUS IS 作業状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  指示ファイル.
       01  指示レコード.
      *  処理区分 V:検証 M:連鎖前の様式のログを書き換える。
           05 指示処理区分    PIC X(1).
       FD  検証表ファイル.
       01  検証表レコード     PIC X(132).
       FD  世代ファイル.
       01  世代バイト         PIC X(1).
       FD  保持制御ファイル.
       01  保持制御レコード.
           05 指定保持月数    PIC 9(2).
       FD  作業ファイル.
       01  作業バイト         PIC X(1).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 指示状態          PIC X(2).
         03 検証表状態        PIC X(2).
         03 世代状態          PIC X(2).
         03 保持制御状態      PIC X(2).
         03 作業状態          PIC X(2).
       01  実行日             PIC 9(8).
       01  実行年月           PIC 9(6).
       01  実行年月分解 REDEFINES 実行年月.
           05 実行年          PIC 9(4).
           05 実行月          PIC 9(2).
      *  アーカイブの保持月数。制御ファイルが無い場合は6か月。
       01  保持月数           PIC 9(2) VALUE 6.
       01  処理区分           PIC X(1) VALUE "V".
           88 移行指定        VALUE "M".
       01  世代ファイル名     PIC X(60).
      *  処理中のログ。
       01  ログ番号           PIC 9(2).
       01  現基本名           PIC X(18).
       01  現基本名長         PIC 9(2).
       01  走査位置           PIC 9(2).
       01  現レコード長       PIC 9(5).
       01  旧レコード長       PIC 9(5).
      *  1バイト単位の読込をレコードに組み立てるバッファ。
       01  読込位置           PIC 9(5).
       01  読込バッファ       PIC X(200).
       01  出力位置           PIC 9(5).
       01  出力レコード       PIC X(200).
       01  存在フラグ         PIC X(1).
           88 世代あり        VALUE "Y".
      *  引継レコードでたどった世代の一覧。1が現行のログで、
      *  番号が大きいほど古い。
       01  世代テーブルエリア.
         03 世代数            PIC 9(2).
         03 世代番号          PIC 9(2).
         03 照合番号          PIC 9(2).
         03 世代エントリ      OCCURS 60 TIMES.
           05 表世代名        PIC X(40).
       01  探索名             PIC X(40).
       01  探索終了フラグ     PIC X(1).
           88 探索終了        VALUE "Y".
       01  欠落世代名         PIC X(40).
      *  欠落した世代が保持月数を過ぎて削除されたアーカイブか。
       01  欠落区分フラグ     PIC X(1).
           88 欠落保持切れ    VALUE "Y".
       01  欠落年月           PIC 9(6).
       01  欠落年月分解 REDEFINES 欠落年月.
           05 欠落年          PIC 9(4).
           05 欠落月          PIC 9(2).
       01  欠落通算月         PIC 9(7).
       01  保持限界通算月     PIC 9(7).
      *  検証の状態。
       01  既知フラグ         PIC X(1).
           88 前ハッシュ既知  VALUE "Y".
       01  断絶フラグ         PIC X(1).
           88 断絶あり        VALUE "Y".
       01  断絶ファイル名     PIC X(40).
       01  断絶レコード番号   PIC 9(9).
       01  断絶内容           PIC X(30).
       01  断絶記録値         PIC 9(15).
       01  断絶期待値         PIC 9(15).
       01  世代内番号         PIC 9(9).
       01  総件数             PIC 9(9).
       01  移行件数           PIC 9(9).
      *  全体の件数集計。
       01  集計エリア.
         03 対象ログ数        PIC 9(3) VALUE ZERO.
         03 正常ログ数        PIC 9(3) VALUE ZERO.
         03 断絶ログ数        PIC 9(3) VALUE ZERO.
         03 ログなし数        PIC 9(3) VALUE ZERO.
       01  検証表行           PIC X(132).
      *  連鎖ハッシュ付きのログの一覧。
       01  連鎖ログ一覧.
           COPY CP094.
      *  連鎖ハッシュ呼出し(SUB2025)への引き渡し情報。
       01  連鎖情報.
           COPY CP093.
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
           DISPLAY "***PRO2122 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           MOVE 実行日(1:6) TO 実行年月.
      *  保持制御ファイルがあれば保持月数を読み替える。
      *  ローテーション(PRO2036)と同じ月数でアーカイブの削除
      *  済みを判定する。
           OPEN INPUT 保持制御ファイル.
           IF 保持制御状態 = "00"
             THEN
               READ 保持制御ファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   IF 指定保持月数 > 0
                     THEN
                       MOVE 指定保持月数 TO 保持月数
                     ELSE
                       CONTINUE
                   END-IF
               END-READ
               CLOSE 保持制御ファイル
             ELSE
               CONTINUE
           END-IF.
      *  これより前の年月のアーカイブは削除済みとみなす。
           COMPUTE 保持限界通算月 =
             実行年 * 12 + 実行月 - 保持月数.
      *  指示ファイルがあれば処理区分を読み替える。
           OPEN INPUT 指示ファイル.
           IF 指示状態 = "00"
             THEN
               READ 指示ファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   IF 指示処理区分 = "M"
                     THEN
                       MOVE 指示処理区分 TO 処理区分
                     ELSE
                       CONTINUE
                   END-IF
               END-READ
               CLOSE 指示ファイル
             ELSE
               CONTINUE
           END-IF.
           OPEN OUTPUT 検証表ファイル.
           IF 検証表状態 NOT = "00"
             THEN
               MOVE "PRO2122" TO 発生プログラム名
               MOVE 検証表状態 TO 入出力状態
               MOVE "連鎖検証表のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 検証表行.
           IF 移行指定
             THEN
               STRING "監査ログ連鎖付与 処理日:"
                      DELIMITED BY SIZE
                      実行日 DELIMITED BY SIZE
                      INTO 検証表行
             ELSE
               STRING "監査ログ連鎖検証 処理日:"
                      DELIMITED BY SIZE
                      実行日 DELIMITED BY SIZE
                      INTO 検証表行
           END-IF.
           WRITE 検証表レコード FROM 検証表行.
           MOVE SPACES TO 検証表行.
           MOVE "ログ"     TO 検証表行(1:6).
           MOVE "世代"     TO 検証表行(20:6).
           MOVE "件数"     TO 検証表行(27:6).
           MOVE "結果"     TO 検証表行(37:6).
           WRITE 検証表レコード FROM 検証表行
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
           PERFORM VARYING ログ番号 FROM 1 BY 1
             UNTIL ログ番号 > 連鎖ログ数
             ADD 1 TO 対象ログ数
             MOVE 表連鎖基本名(ログ番号) TO 現基本名
             MOVE 表連鎖レコード長(ログ番号)
               TO 現レコード長
             MOVE 表旧レコード長(ログ番号)
               TO 旧レコード長
             IF 移行指定
               THEN
                 PERFORM ログ移行
               ELSE
                 PERFORM ログ検証
             END-IF
           END-PERFORM.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       ログ検証               SECTION.
      ***********************************
      *
           PERFORM 世代一覧作成.
           IF 世代数 = ZERO
             THEN
               ADD 1 TO ログなし数
               MOVE SPACES TO 検証表行
               MOVE 現基本名 TO 検証表行(1:18)
               MOVE "ログなし" TO 検証表行(37:30)
               WRITE 検証表レコード FROM 検証表行
               GO TO ログ検証－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *  最も古い世代から順に検証する。
           MOVE "N" TO 既知フラグ.
           MOVE "N" TO 断絶フラグ.
           MOVE ZERO TO 連鎖前ハッシュ.
           MOVE ZERO TO 総件数.
           PERFORM VARYING 世代番号 FROM 世代数 BY -1
             UNTIL 世代番号 < 1 OR 断絶あり
             PERFORM 1世代検証
           END-PERFORM.
           PERFORM 検証結果出力.
      *
       ログ検証－ＥＸ.
       EXIT.
      *
      ***********************************
       世代一覧作成           SECTION.
      ***********************************
      *
      *  現行のログから引継レコードの引継元をたどる。引継元が
      *  無いところか、引継レコードで始まらない世代(連鎖の
      *  起点)で止める。
           MOVE ZERO TO 世代数.
           MOVE SPACES TO 欠落世代名.
           MOVE "N" TO 欠落区分フラグ.
           MOVE "N" TO 探索終了フラグ.
           MOVE 現基本名 TO 探索名.
           PERFORM UNTIL 探索終了
             PERFORM 先頭レコード読込
             EVALUATE TRUE
               WHEN NOT 世代あり
                 IF 世代数 > ZERO
                   THEN
                     MOVE 探索名 TO 欠落世代名
                     PERFORM 欠落世代判定
                   ELSE
                     CONTINUE
                 END-IF
                 SET 探索終了 TO TRUE
               WHEN 世代数 >= 60
                 SET 探索終了 TO TRUE
               WHEN OTHER
                 ADD 1 TO 世代数
                 MOVE 探索名 TO 表世代名(世代数)
                 PERFORM 引継元取得
             END-EVALUATE
           END-PERFORM.
      *
       世代一覧作成－ＥＸ.
       EXIT.
      *
      ***********************************
       欠落世代判定           SECTION.
      ***********************************
      *
      *  欠落した世代が「基本名.Myyyymm」のアーカイブで、その
      *  年月が保持月数を過ぎていれば削除済みとして許す。
      *  退避ファイル(.PURGE)はパージが消すことはないので、
      *  欠落はすべて切断とする。
           MOVE "N" TO 欠落区分フラグ.
           MOVE ZERO TO 現基本名長.
           PERFORM VARYING 走査位置 FROM 18 BY -1
             UNTIL 走査位置 < 1 OR 現基本名長 > ZERO
             IF 現基本名(走査位置:1) NOT = SPACE
               THEN
                 MOVE 走査位置 TO 現基本名長
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 欠落世代名(1:現基本名長) NOT =
                現基本名(1:現基本名長)
              OR 欠落世代名(現基本名長 + 1:2) NOT = ".M"
              OR 欠落世代名(現基本名長 + 3:6) NOT NUMERIC
              OR 欠落世代名(現基本名長 + 9:1) NOT = SPACE
             THEN
               GO TO 欠落世代判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 欠落世代名(現基本名長 + 3:6) TO 欠落年月.
           COMPUTE 欠落通算月 = 欠落年 * 12 + 欠落月.
           IF 欠落月 >= 1 AND 欠落月 <= 12
              AND 欠落通算月 < 保持限界通算月
             THEN
               SET 欠落保持切れ TO TRUE
             ELSE
               CONTINUE
           END-IF.
      *
       欠落世代判定－ＥＸ.
       EXIT.
      *
      ***********************************
       先頭レコード読込       SECTION.
      ***********************************
      *
      *  探索名のファイルの先頭1レコードを連鎖レコードへ読む。
           MOVE "N" TO 存在フラグ.
           MOVE SPACES TO 連鎖情報.
           MOVE 現レコード長 TO 連鎖レコード長.
           MOVE SPACES TO 世代ファイル名.
           STRING "/home/suzuki/DATA/" DELIMITED BY SIZE
                  探索名 DELIMITED BY SPACE
                  INTO 世代ファイル名.
           OPEN INPUT 世代ファイル.
           IF 世代状態 NOT = "00"
             THEN
               GO TO 先頭レコード読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           SET 世代あり TO TRUE.
           MOVE ZERO TO 読込位置.
           PERFORM UNTIL 世代状態 NOT = "00"
                      OR 読込位置 >= 現レコード長
             READ 世代ファイル
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1 TO 読込位置
                 MOVE 世代バイト
                   TO 連鎖レコード(読込位置:1)
             END-READ
           END-PERFORM.
           CLOSE 世代ファイル.
      *
       先頭レコード読込－ＥＸ.
       EXIT.
      *
      ***********************************
       引継元取得             SECTION.
      ***********************************
      *
      *  先頭が引継レコードなら引継元を次に探す。同じ世代を
      *  二度たどらないよう、一覧にある名前なら止める。
           MOVE "T" TO 連鎖要求区分.
           CALL "SUB2025" USING 連鎖情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "90" TO 連鎖結果
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 連鎖結果 NOT = "00"
              OR NOT 連鎖引継
              OR 引継元ファイル名 = SPACES
             THEN
               SET 探索終了 TO TRUE
               GO TO 引継元取得－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING 照合番号 FROM 1 BY 1
             UNTIL 照合番号 > 世代数
             IF 表世代名(照合番号) = 引継元ファイル名
               THEN
                 SET 探索終了 TO TRUE
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           MOVE 引継元ファイル名 TO 探索名.
      *
       引継元取得－ＥＸ.
       EXIT.
      *
      ***********************************
       1世代検証              SECTION.
      ***********************************
      *
           MOVE SPACES TO 世代ファイル名.
           STRING "/home/suzuki/DATA/" DELIMITED BY SIZE
                  表世代名(世代番号) DELIMITED BY SPACE
                  INTO 世代ファイル名.
           MOVE ZERO TO 世代内番号.
           MOVE ZERO TO 読込位置.
           OPEN INPUT 世代ファイル.
           IF 世代状態 NOT = "00"
             THEN
               MOVE ZERO TO 断絶記録値
               MOVE ZERO TO 断絶期待値
               MOVE "ファイルが読めない" TO 断絶内容
               PERFORM 断絶記録
               GO TO 1世代検証－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 世代状態 NOT = "00"
                      OR 断絶あり
             READ 世代ファイル
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1 TO 読込位置
                 MOVE 世代バイト
                   TO 読込バッファ(読込位置:1)
                 IF 読込位置 = 現レコード長
                   THEN
                     ADD 1 TO 世代内番号
                     ADD 1 TO 総件数
                     PERFORM 1レコード検証
                     MOVE ZERO TO 読込位置
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 世代ファイル.
           IF 読込位置 > ZERO
              AND NOT 断絶あり
             THEN
               ADD 1 TO 世代内番号
               MOVE ZERO TO 断絶記録値
               MOVE 連鎖前ハッシュ TO 断絶期待値
               MOVE "レコード長の端数" TO 断絶内容
               PERFORM 断絶記録
             ELSE
               CONTINUE
           END-IF.
      *
       1世代検証－ＥＸ.
       EXIT.
      *
      ***********************************
       1レコード検証          SECTION.
      ***********************************
      *
           MOVE 現レコード長 TO 連鎖レコード長.
           MOVE 読込バッファ TO 連鎖レコード.
           MOVE "T" TO 連鎖要求区分.
           CALL "SUB2025" USING 連鎖情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "90" TO 連鎖結果
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 連鎖結果 NOT = "00"
             THEN
               MOVE ZERO TO 断絶記録値
               MOVE 連鎖前ハッシュ TO 断絶期待値
               MOVE "連鎖トレーラなし" TO 断絶内容
               PERFORM 断絶記録
               GO TO 1レコード検証－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *  連鎖の起点は前ハッシュをゼロとする。保持期間切れで
      *  前の世代が削除済みの引継レコードだけはその値から始め、
      *  それ以外で前の世代をたどれない引継レコードは切断とする。
           IF NOT 前ハッシュ既知
             THEN
               SET 前ハッシュ既知 TO TRUE
               IF 連鎖引継
                 THEN
                   IF 欠落保持切れ
                     THEN
                       MOVE 連鎖ハッシュ TO 連鎖前ハッシュ
                     ELSE
                       MOVE 連鎖ハッシュ TO 断絶記録値
                       MOVE ZERO TO 断絶期待値
                       MOVE "引継元の世代なし" TO 断絶内容
                       PERFORM 断絶記録
                       GO TO 1レコード検証－ＥＸ
                   END-IF
                 ELSE
                   MOVE ZERO TO 連鎖前ハッシュ
               END-IF
             ELSE
               CONTINUE
           END-IF.
           MOVE 連鎖前ハッシュ TO 断絶期待値.
           MOVE "V" TO 連鎖要求区分.
           CALL "SUB2025" USING 連鎖情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "90" TO 連鎖結果
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 連鎖結果 NOT = "00"
             THEN
               MOVE 連鎖ハッシュ TO 断絶記録値
               IF 連鎖引継
                 THEN
                   MOVE "引継ハッシュ不一致" TO 断絶内容
                 ELSE
                   MOVE "ハッシュ不一致" TO 断絶内容
               END-IF
               PERFORM 断絶記録
             ELSE
               CONTINUE
           END-IF.
      *
       1レコード検証－ＥＸ.
       EXIT.
      *
      ***********************************
       断絶記録               SECTION.
      ***********************************
      *
      *  ログごとに最初に切れた箇所だけを残す。
           SET 断絶あり TO TRUE.
           MOVE 表世代名(世代番号) TO 断絶ファイル名.
           MOVE 世代内番号 TO 断絶レコード番号.
      *
       断絶記録－ＥＸ.
       EXIT.
      *
      ***********************************
       検証結果出力           SECTION.
      ***********************************
      *
           MOVE SPACES TO 検証表行.
           MOVE 現基本名 TO 検証表行(1:18).
           MOVE 世代数   TO 検証表行(20:2).
           MOVE 総件数   TO 検証表行(27:9).
           IF 断絶あり
             THEN
               ADD 1 TO 断絶ログ数
               STRING "*切断 " DELIMITED BY SIZE
                      断絶ファイル名 DELIMITED BY SPACE
                      " レコード:" DELIMITED BY SIZE
                      断絶レコード番号 DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      断絶内容 DELIMITED BY SPACE
                      INTO 検証表行(37:96)
               WRITE 検証表レコード FROM 検証表行
               MOVE SPACES TO 検証表行
               STRING "記録値:" DELIMITED BY SIZE
                      断絶記録値 DELIMITED BY SIZE
                      " 前ハッシュ:" DELIMITED BY SIZE
                      断絶期待値 DELIMITED BY SIZE
                      INTO 検証表行(39:94)
               WRITE 検証表レコード FROM 検証表行
               DISPLAY "連鎖切断:" 現基本名 " "
                       断絶ファイル名 " レコード:"
                       断絶レコード番号
             ELSE
               ADD 1 TO 正常ログ数
               MOVE "正常" TO 検証表行(37:6)
               WRITE 検証表レコード FROM 検証表行
           END-IF.
      *  引継元の世代が無ければ添える。保持期間切れで削除された
      *  アーカイブは切れ目とせず、それ以外は欠落として示す。
           EVALUATE TRUE
             WHEN 欠落世代名 = SPACES
               CONTINUE
             WHEN 欠落保持切れ
               MOVE SPACES TO 検証表行
               STRING "保持期間切れで削除済の世代:"
                      DELIMITED BY SIZE
                      欠落世代名 DELIMITED BY SPACE
                      INTO 検証表行(39:94)
               WRITE 検証表レコード FROM 検証表行
             WHEN OTHER
               MOVE SPACES TO 検証表行
               STRING "欠落した世代:"
                      DELIMITED BY SIZE
                      欠落世代名 DELIMITED BY SPACE
                      INTO 検証表行(39:94)
               WRITE 検証表レコード FROM 検証表行
           END-EVALUATE.
      *
       検証結果出力－ＥＸ.
       EXIT.
      *
      ***********************************
       ログ移行               SECTION.
      ***********************************
      *
      *  先頭レコードに連鎖が付いていれば書き換え済とする。
           MOVE 現基本名 TO 探索名.
           PERFORM 先頭レコード読込.
           MOVE SPACES TO 検証表行.
           MOVE 現基本名 TO 検証表行(1:18).
           IF NOT 世代あり
             THEN
               ADD 1 TO ログなし数
               MOVE "ログなし" TO 検証表行(37:30)
               WRITE 検証表レコード FROM 検証表行
               GO TO ログ移行－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "T" TO 連鎖要求区分.
           CALL "SUB2025" USING 連鎖情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "90" TO 連鎖結果
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 連鎖結果 = "00"
             THEN
               ADD 1 TO 正常ログ数
               MOVE "連鎖付与済" TO 検証表行(37:30)
               WRITE 検証表レコード FROM 検証表行
               GO TO ログ移行－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *  従来のレコード長で読み、連鎖を付けて作業ファイルへ
      *  写してから元のログへ書き戻す。
           PERFORM 旧様式変換.
           PERFORM 作業書き戻し.
           ADD 1 TO 正常ログ数.
           MOVE 移行件数 TO 検証表行(27:9).
           MOVE "連鎖付与" TO 検証表行(37:30).
           WRITE 検証表レコード FROM 検証表行.
           DISPLAY "連鎖付与:" 現基本名 " 件数:" 移行件数.
      *
       ログ移行－ＥＸ.
       EXIT.
      *
      ***********************************
       旧様式変換             SECTION.
      ***********************************
      *
           MOVE ZERO TO 移行件数.
           MOVE ZERO TO 読込位置.
           MOVE SPACES TO 連鎖情報.
           MOVE 現レコード長 TO 連鎖レコード長.
           MOVE ZERO TO 連鎖前ハッシュ.
           OPEN INPUT 世代ファイル.
           OPEN OUTPUT 作業ファイル.
           MOVE SPACES TO 読込バッファ.
           PERFORM UNTIL 世代状態 NOT = "00"
             READ 世代ファイル
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1 TO 読込位置
                 MOVE 世代バイト
                   TO 読込バッファ(読込位置:1)
                 IF 読込位置 = 旧レコード長
                   THEN
                     PERFORM 連鎖付与出力
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
      *  従来のレコード長に満たない末尾は空白で埋めて1件とする。
           IF 読込位置 > ZERO
             THEN
               PERFORM 連鎖付与出力
             ELSE
               CONTINUE
           END-IF.
           CLOSE 世代ファイル.
           CLOSE 作業ファイル.
      *
       旧様式変換－ＥＸ.
       EXIT.
      *
      ***********************************
       連鎖付与出力           SECTION.
      ***********************************
      *
           ADD 1 TO 移行件数.
           MOVE 読込バッファ TO 連鎖レコード.
           MOVE "H" TO 連鎖要求区分.
           CALL "SUB2025" USING 連鎖情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           MOVE 連鎖レコード TO 出力レコード.
           PERFORM VARYING 出力位置 FROM 1 BY 1
             UNTIL 出力位置 > 現レコード長
             MOVE 出力レコード(出力位置:1) TO 作業バイト
             WRITE 作業バイト
           END-PERFORM.
           MOVE SPACES TO 読込バッファ.
           MOVE ZERO TO 読込位置.
      *
       連鎖付与出力－ＥＸ.
       EXIT.
      *
      ***********************************
       作業書き戻し           SECTION.
      ***********************************
      *
           MOVE "00" TO 作業状態.
           OPEN INPUT 作業ファイル.
           OPEN OUTPUT 世代ファイル.
           PERFORM UNTIL 作業状態 NOT = "00"
             READ 作業ファイル
               AT END
                 CONTINUE
               NOT AT END
                 WRITE 世代バイト FROM 作業バイト
             END-READ
           END-PERFORM.
           CLOSE 作業ファイル.
           CLOSE 世代ファイル.
      *
       作業書き戻し－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           MOVE SPACES TO 検証表行.
           STRING "対象ログ:" DELIMITED BY SIZE
                  対象ログ数 DELIMITED BY SIZE
                  " 正常:" DELIMITED BY SIZE
                  正常ログ数 DELIMITED BY SIZE
                  " 切断:" DELIMITED BY SIZE
                  断絶ログ数 DELIMITED BY SIZE
                  " ログなし:" DELIMITED BY SIZE
                  ログなし数 DELIMITED BY SIZE
                  INTO 検証表行.
           WRITE 検証表レコード FROM 検証表行
             AFTER 2 LINE
           END-WRITE.
           CLOSE 検証表ファイル.
           DISPLAY "対象ログ:" 対象ログ数
                   " 正常:" 正常ログ数
                   " 切断:" 断絶ログ数.
      *
           DISPLAY "***PRO2122 END***".
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
