       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            dbpro04.
      *  成績表テーブル(seisekihyo)から学生1名につき1ページの
      *  成績通知書を作る。科目別成績表(kamokuseiseki)の
      *  受講科目ごとに得点・単位数とクラス平均との差を
      *  載せ、総合成績と履修単位の合計を添える。
      *  クラス(組)区分は学生マスタ
      *  (GAKUSEIMASTER)から引き、1回目のカーソルでクラス別
      *  平均を求め、2回目のカーソルで通知書を書き出す。
      *  クラス未設定の学生は全学生平均との差で代用する。
      *  あわせて担任へ配る自クラス分の成績一覧
      *  (CLASSLIST2001)をクラス順に書き出す。
      *  宛名面を作った1通ごとに発送台帳(HASSO2010)へ登録し、
      *  不着で住所不審となっている学生は発送担当へ報告する。
      *  宛名面を作る前に郵便番号辞書(YUBIN2010)で住所を検査
      *  し、一致しない宛先も辞書の住所とともに報告する。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
       01  通知書レコード     PIC X(80).
       FD  学期制御ファイル.
       01  学期制御レコード.
           COPY CP097.
       FD  追試台帳ファイル.
       01  追試台帳レコード.
         03 台帳年度          PIC 9(4).
         03 台帳学期          PIC 9(1).
         03 台帳学籍番号      PIC X(4).
         03 台帳科目コード    PIC 9(3).
         03 台帳適用得点      PIC 9(4).
       FD  学生マスタファイル.
       01  学生マスタレコード.
      *  宛名面の作成件数と住所未登録の件数。
       01  宛名件数           PIC 9(5) VALUE ZERO.
       01  住所未登録数       PIC 9(5) VALUE ZERO.
       01  住所不審数         PIC 9(5) VALUE ZERO.
      *  郵便番号辞書との住所検査で一致しなかった件数と検査
      *  できなかった件数。
       01  住所不一致数       PIC 9(5) VALUE ZERO.
       01  住所検査不可数     PIC 9(5) VALUE ZERO.
      *  住所検査呼出し(SUB2024)への引き渡し情報。
       01  住所検査情報.
           COPY CP087.
      *  発送登録呼出し(SUB2023)への引き渡し情報。
       01  発送登録情報.
           COPY CP083.
      *  異常終了ログ呼出し(SUB9000)への引き渡し情報。
       01  異常終了情報.
           COPY CP010.
      *  前学期の科目合計(学籍番号別)。通知書の前学期比に
      *  使う。2学期制を前提に、学期1の前学期は前年度の
      *  学期2とする。
       01  前学期テーブルエリア.
           05 表クラス        PIC X(2).
           05 表担任          PIC X(20).
           05 表クラス学生数  PIC 9(4).
      *  科目マスタテーブルと同じ並び。選択科目もあるので
      *  平均は受講者数で割る。
           05 表クラス科目集計 OCCURS 30 TIMES.
             07 表クラス科目計   PIC 9(8).
             07 表クラス受講者数 PIC 9(4).
             07 表クラス科目平均 PIC 9(4)V9.
      *  判定中の学生のクラスと、差の算出に使う平均値。
      *  クラス未設定は全学生平均を使う。
       01  判定クラス区分     PIC X(2).
       01  使用平均エリア.
         03 使用平均          PIC 9(4)V9 OCCURS 30 TIMES.
      *  クラス一覧の制御ブレーク用。
       01  一覧終了フラグ     PIC X(1).
           88 一覧終了        VALUE "1".
       01  SEISEKIHYO.
         03 GAKUSEKINO    PIC X(4).
         03 GAKUSEINAME   PIC X(40).
         03 SOUGOUSEISEKI PIC X(1).
      *  前学期の学籍番号別の科目合計。
       01  ZEN-GOUKEI.
         03 ZG-GAKUSEKINO PIC X(4).
         03 ZG-GOUKEI     PIC 9(5).
      *  科目マスタ(kamokumst)の1行分のホスト変数。
       01  KAMOKUMST.
         03 KM-KAMOKUCODE   PIC 9(3).
         03 KM-KAMOKUNAME   PIC X(24).
         03 KM-TANI         PIC 9(2).
         03 KM-HISSUKUBUN   PIC X(1).
         03 KM-HYOUKAGUN    PIC 9(1).
      *  科目別成績表(kamokuseiseki)の1行分のホスト変数。
       01  KAMOKUSEISEKI.
         03 KS-GAKUSEKINO   PIC X(4).
         03 KS-KAMOKUCODE   PIC 9(3).
         03 KS-TOKUTEN      PIC 9(4).
           EXEC SQL END DECLARE SECTION END-EXEC.
      *** 2.共通領域の定義
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *  科目マスタの読み込みテーブル。科目の並び・科目名・
      *  単位数はここから取る。
       01  科目マスタテーブル.
           COPY CP049.
      *  科目コードから科目マスタテーブルの位置を引くワーク。
       01  探索科目コード     PIC 9(3).
       01  該当科目位置       PIC 9(2).
       01  科目番号           PIC 9(2).
      *  科目マスタ・科目別得点のカーソルが尽きたことを示す
      *  スイッチ。
       01  KM-SW           PIC X(1).
         88 KM-NOTFOUND    VALUE "1".
       01  KS-SW           PIC X(1).
         88 KS-NOTFOUND    VALUE "1".
      *  全学生平均の算出用集計領域(科目マスタテーブルと同じ
      *  並び)。
       01  集計エリア.
         03 学生数          PIC 9(4) VALUE ZERO.
         03 全体科目集計    OCCURS 30 TIMES.
           05 全体科目計    PIC 9(8).
           05 全体受講者数  PIC 9(4).
           05 全体科目平均  PIC 9(4)V9.
      *  通知書に載せる履修単位の合計と必修・選択の表示。
       01  履修単位計         PIC 9(3).
       01  必修選択表示       PIC X(4).
      *  平均との差の編集領域。
       01  得点差ワーク       PIC S9(4)V9.
       01  得点差表示         PIC ----9.9.
       01  通知書行           PIC X(80).
      *  通知書の発行日(実行日)を和暦に編集した文字列。
       01  発行日和暦         PIC X(48).
      *  和暦書式編集呼出し(SUB2017)への引き渡し情報。
       01  和暦書式情報.
           COPY CP043.
       01  作成枚数           PIC 9(4) VALUE ZERO.
      *
       PROCEDURE              DIVISION.
      * 学期制御が無い場合は実行年・学期1を既定とする。
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           MOVE 実行日(1:4) TO NENDO.
      * 通知書の発行日を和暦で編集しておく。
           MOVE 実行日 TO 書式西暦年月日.
           PERFORM 和暦日付編集.
           MOVE 書式和暦日付 TO 発行日和暦.
           MOVE 1 TO GAKKI.
           OPEN INPUT 学期制御ファイル.
           IF 学期制御状態 = "00"
             CONNECT :USERNAME IDENTIFIED BY
             :PASSWORD USING :DBNAME
           END-EXEC.
      * 科目の並びを科目マスタから読み込む。
           PERFORM KAMOKU-MASTER-YOMIKOMI.
           INITIALIZE 集計エリア.
      *
       初期処理－ＥＸ.
       EXIT.
               EXEC SQL
                 ROLLBACK
               END-EXEC
               DISPLAY
                 "SQL致命的エラーのため終了します。"
               STOP RUN
             ELSE
               CONTINUE
       SQL-KEKKA-KAKUNIN-EX.
       EXIT.
      *
      ************************************************
       KAMOKU-MASTER-YOMIKOMI SECTION.
      ************************************************
      *
      *  科目マスタを表示順にテーブルへ読み込む。科目が1件も
      *  無ければ成績を扱えないので異常終了させる。
           MOVE ZERO TO 科目数.
           MOVE SPACE TO KM-SW.
           EXEC SQL
             DECLARE CRS04 CURSOR FOR
               SELECT kamokucode,kamokuname,tani,
                      hissukubun,hyoukagun
               FROM kamokumst
               ORDER BY hyoujijun,kamokucode
           END-EXEC.
           EXEC SQL
             OPEN CRS04
           END-EXEC.
           PERFORM UNTIL KM-NOTFOUND
             EXEC SQL
               FETCH CRS04
               INTO :KAMOKUMST
             END-EXEC
             IF SQLCODE = CST-SQL-NF
               THEN
                 MOVE CST-1X TO KM-SW
               ELSE
                 IF 科目数 < 30
                   THEN
                     ADD 1 TO 科目数
                     MOVE KM-KAMOKUCODE
                       TO 表科目コード(科目数)
                     MOVE KM-KAMOKUNAME
                       TO 表科目名(科目数)
                     MOVE KM-TANI
                       TO 表単位数(科目数)
                     MOVE KM-HISSUKUBUN
                       TO 表必修区分(科目数)
                     MOVE KM-HYOUKAGUN
                       TO 表評価群(科目数)
                   ELSE
                     DISPLAY "科目マスタテーブル"
                             "上限超過。"
                 END-IF
             END-IF
           END-PERFORM.
           EXEC SQL
             CLOSE CRS04
           END-EXEC.
           IF 科目数 = ZERO
             THEN
               MOVE "DBPRO04" TO 発生プログラム名
               MOVE "10" TO 入出力状態
               MOVE "科目マスタ未登録"
                 TO 異常終了メッセージ
               CALL "SUB9000" USING 異常終了情報
                 ON EXCEPTION
                   DISPLAY "サブルーチン呼出し失敗"
                 NOT ON EXCEPTION
                   CONTINUE
               END-CALL
               DISPLAY "科目マスタがありません。"
               STOP RUN
             ELSE
               CONTINUE
           END-IF.
      *
       KAMOKU-MASTER-YOMIKOMI-EX.
       EXIT.
      *
      ************************************************
       KAMOKU-TOKUTEN-YOMIKOMI SECTION.
      ************************************************
      *
      *  KS-GAKUSEKINOの学生の当学期の科目別得点を科目マスタ
      *  テーブルへ置く。得点の無い科目は受講なしとする。
           PERFORM VARYING 科目位置 FROM 1 BY 1
             UNTIL 科目位置 > 科目数
             MOVE ZERO TO 表得点(科目位置)
             MOVE "N" TO 表受講区分(科目位置)
           END-PERFORM.
           MOVE SPACE TO KS-SW.
           EXEC SQL
             DECLARE CRS05 CURSOR FOR
               SELECT kamokucode,tokuten
               FROM kamokuseiseki
               WHERE nendo = :NENDO
                 AND gakki = :GAKKI
                 AND gakusekino = :KS-GAKUSEKINO
           END-EXEC.
           EXEC SQL
             OPEN CRS05
           END-EXEC.
           PERFORM UNTIL KS-NOTFOUND
             EXEC SQL
               FETCH CRS05
               INTO :KS-KAMOKUCODE,:KS-TOKUTEN
             END-EXEC
             IF SQLCODE = CST-SQL-NF
               THEN
                 MOVE CST-1X TO KS-SW
               ELSE
                 MOVE KS-KAMOKUCODE TO 探索科目コード
                 PERFORM KAMOKU-KENSAKU
                 IF 該当科目位置 = ZERO
                   THEN
                     DISPLAY "科目マスタ外 学籍番号:"
                             KS-GAKUSEKINO
                             " 科目:" KS-KAMOKUCODE
                   ELSE
                     MOVE KS-TOKUTEN
                       TO 表得点(該当科目位置)
                     MOVE "Y"
                       TO 表受講区分(該当科目位置)
                 END-IF
             END-IF
           END-PERFORM.
           EXEC SQL
             CLOSE CRS05
           END-EXEC.
      *
       KAMOKU-TOKUTEN-YOMIKOMI-EX.
       EXIT.
      *
      ************************************************
       KAMOKU-KENSAKU         SECTION.
      ************************************************
      *
      *  探索科目コードの科目マスタテーブル上の位置を引く。
      *  無ければ該当科目位置はゼロのまま。
           MOVE ZERO TO 該当科目位置.
           PERFORM VARYING 科目位置 FROM 1 BY 1
             UNTIL 科目位置 > 科目数
             IF 表科目コード(科目位置) = 探索科目コード
               THEN
                 MOVE 科目位置 TO 該当科目位置
                 MOVE 科目数 TO 科目位置
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       KAMOKU-KENSAKU-EX.
       EXIT.
      *
      ************************************************
       平均算出処理           SECTION.
      ************************************************
      *
      * 前学期の科目合計を先に読み込む。
           PERFORM 前学期読込.
      * 全学生を読み、科目別のクラス平均を求める。
           MOVE SPACE TO SW-NOTFOUND.
           EXEC SQL
             DECLARE CRS01 CURSOR FOR
             SELECT gakusekino,gakuseiname,
                    sougouseiseki
             FROM seisekihyo
             WHERE nendo = :NENDO
               AND gakki = :GAKKI
                 MOVE CST-1X TO SW-NOTFOUND
               ELSE
                 ADD 1 TO 学生数
                 MOVE GAKUSEKINO TO KS-GAKUSEKINO
                 PERFORM KAMOKU-TOKUTEN-YOMIKOMI
                 PERFORM 全体積み上げ
                 PERFORM クラス別積み上げ
             END-IF
           END-PERFORM.
           END-EXEC.
           IF 学生数 > ZERO
             THEN
               PERFORM VARYING 科目番号 FROM 1 BY 1
                 UNTIL 科目番号 > 科目数
                 IF 全体受講者数(科目番号) = ZERO
                   THEN
                     MOVE ZERO TO 全体科目平均(科目番号)
                   ELSE
                     COMPUTE 全体科目平均(科目番号)
                       ROUNDED =
                       全体科目計(科目番号)
                       / 全体受講者数(科目番号)
                 END-IF
               END-PERFORM
             ELSE
               DISPLAY "対象学生がいません。"
           END-IF.
       前学期読込             SECTION.
      ************************************************
      *
      *  前学期の科目別成績から学籍番号別の科目合計を作る。
      *  科目マスタにある科目だけを合計する。前学期の行が
      *  無い学生は前学期比を印字しない。
           MOVE SPACE TO SW-NOTFOUND.
           EXEC SQL
             DECLARE CRS03 CURSOR FOR
             SELECT gakusekino,SUM(tokuten)
             FROM kamokuseiseki
             WHERE nendo = :ZEN-NENDO
               AND gakki = :ZEN-GAKKI
               AND kamokucode IN
                   (SELECT kamokucode FROM kamokumst)
             GROUP BY gakusekino
           END-EXEC.
           EXEC SQL
             OPEN CRS03
           PERFORM UNTIL SW-NOTFOUND = CST-1X
             EXEC SQL
               FETCH CRS03
               INTO :ZEN-GOUKEI
             END-EXEC
             IF SQLCODE = CST-SQL-NF
               THEN
                 IF 前学期件数 < 200
                   THEN
                     ADD 1 TO 前学期件数
                     MOVE ZG-GAKUSEKINO
                       TO 表前学籍番号(前学期件数)
                     MOVE ZG-GOUKEI
                       TO 表前合計(前学期件数)
                   ELSE
                     DISPLAY "前学期テーブル上限超過。"
                 END-IF
       前学期読込－ＥＸ.
       EXIT.
      *
      ************************************************
       全体積み上げ           SECTION.
      ************************************************
      *
      *  受講した科目の得点を全学生の科目合計へ積み上げる。
           PERFORM VARYING 科目番号 FROM 1 BY 1
             UNTIL 科目番号 > 科目数
             IF 表受講あり(科目番号)
               THEN
                 ADD 1 TO 全体受講者数(科目番号)
                 ADD 表得点(科目番号)
                   TO 全体科目計(科目番号)
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       全体積み上げ－ＥＸ.
       EXIT.
      *
      ************************************************
       クラス別積み上げ       SECTION.
      ************************************************
             ELSE
               ADD 1
                 TO 表クラス学生数(該当クラス番号)
               PERFORM VARYING 科目番号 FROM 1 BY 1
                 UNTIL 科目番号 > 科目数
                 IF 表受講あり(科目番号)
                   THEN
                     ADD 1 TO 表クラス受講者数
                              (該当クラス番号 科目番号)
                     ADD 表得点(科目番号)
                       TO 表クラス科目計
                          (該当クラス番号 科目番号)
                   ELSE
                     CONTINUE
                 END-IF
               END-PERFORM
           END-IF.
      *
       クラス別積み上げ－ＥＸ.
       クラス平均算出         SECTION.
      ************************************************
      *
           PERFORM VARYING 科目番号 FROM 1 BY 1
             UNTIL 科目番号 > 科目数
             IF 表クラス受講者数(クラス番号 科目番号)
                = ZERO
               THEN
                 MOVE ZERO
                   TO 表クラス科目平均
                      (クラス番号 科目番号)
               ELSE
                 COMPUTE 表クラス科目平均
                   (クラス番号 科目番号) ROUNDED =
                   表クラス科目計
                     (クラス番号 科目番号)
                   / 表クラス受講者数
                     (クラス番号 科目番号)
             END-IF
           END-PERFORM.
      *
           MOVE SPACE TO SW-NOTFOUND.
           EXEC SQL
             DECLARE CRS02 CURSOR FOR
             SELECT gakusekino,gakuseiname,
                    sougouseiseki
             FROM seisekihyo
             WHERE nendo = :NENDO
               AND gakki = :GAKKI
               THEN
                 MOVE CST-1X TO SW-NOTFOUND
               ELSE
                 MOVE GAKUSEKINO TO KS-GAKUSEKINO
                 PERFORM KAMOKU-TOKUTEN-YOMIKOMI
                 PERFORM 通知書ページ出力
             END-IF
           END-PERFORM.
           WRITE 通知書レコード FROM 通知書行
             AFTER PAGE
           END-WRITE.
      *  発行日を右寄りに載せる。
           MOVE SPACES TO 通知書行.
           MOVE 発行日和暦 TO 通知書行(41:40).
           WRITE 通知書レコード FROM 通知書行.
           MOVE SPACES TO 通知書行.
           STRING "学籍番号:" DELIMITED BY SIZE
                  GAKUSEKINO DELIMITED BY SIZE
           WRITE 通知書レコード FROM 通知書行
             AFTER 2 LINE
           END-WRITE.
      *  受講した科目ごとに得点・単位数とクラス平均との差を
      *  載せ、履修単位と当学期の科目合計を求める。
           MOVE ZERO TO 履修単位計.
           MOVE ZERO TO 当学期合計.
           PERFORM VARYING 科目番号 FROM 1 BY 1
             UNTIL 科目番号 > 科目数
             IF 表受講あり(科目番号)
               THEN
                 PERFORM 科目明細出力
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           MOVE SPACES TO 通知書行.
           STRING "履修単位計:" DELIMITED BY SIZE
                  履修単位計 DELIMITED BY SIZE
                  INTO 通知書行.
           WRITE 通知書レコード FROM 通知書行.
      *  追試で評価した学生には追試の印を添える。
       通知書ページ出力－ＥＸ.
       EXIT.
      *
      ************************************************
       科目明細出力           SECTION.
      ************************************************
      *
      *  科目番号の科目の得点行を書く。
           COMPUTE 得点差ワーク =
             表得点(科目番号) - 使用平均(科目番号).
           MOVE 得点差ワーク TO 得点差表示.
           IF 表必修科目(科目番号)
             THEN
               MOVE "必修" TO 必修選択表示
             ELSE
               MOVE "選択" TO 必修選択表示
           END-IF.
           MOVE SPACES TO 通知書行.
           STRING 表科目名(科目番号) DELIMITED BY "  "
                  ":" DELIMITED BY SIZE
                  表得点(科目番号) DELIMITED BY SIZE
                  " 単位:" DELIMITED BY SIZE
                  表単位数(科目番号) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  必修選択表示 DELIMITED BY SIZE
                  " 平均差:" DELIMITED BY SIZE
                  得点差表示 DELIMITED BY SIZE
                  INTO 通知書行.
           WRITE 通知書レコード FROM 通知書行.
           ADD 表単位数(科目番号) TO 履修単位計.
           ADD 表得点(科目番号) TO 当学期合計.
      *
       科目明細出力－ＥＸ.
       EXIT.
      *
      ************************************************
       前学期比出力           SECTION.
      ************************************************
             UNTIL 前学期番号 > 前学期件数
             IF 表前学籍番号(前学期番号) = GAKUSEKINO
               THEN
                 COMPUTE 前学期差ワーク =
                   当学期合計
                   - 表前合計(前学期番号)
                 MOVE 前学期差ワーク TO 前学期差表示
                 MOVE SPACES TO 通知書行
                 STRING "前学期比(科目合計):"
                        DELIMITED BY SIZE
                        前学期差表示 DELIMITED BY SIZE
                        INTO 通知書行
           IF 該当クラス番号 = ZERO
              OR 表クラス学生数(該当クラス番号) = ZERO
             THEN
               PERFORM VARYING 科目番号 FROM 1 BY 1
                 UNTIL 科目番号 > 科目数
                 MOVE 全体科目平均(科目番号)
                   TO 使用平均(科目番号)
               END-PERFORM
             ELSE
               PERFORM VARYING 科目番号 FROM 1 BY 1
                 UNTIL 科目番号 > 科目数
                 MOVE 表クラス科目平均
                      (該当クラス番号 科目番号)
                   TO 使用平均(科目番号)
               END-PERFORM
           END-IF.
      *
       使用平均設定－ＥＸ.
                 TO 作業学生名 OF 宛名作業レコード
               MOVE 表住所(該当住所番号)
                 TO 作業住所
               PERFORM 住所事前検査
               WRITE 宛名作業レコード
               ADD 1 TO 宛名件数
               PERFORM 発送登録
           END-IF.
      *
       宛名作業出力－ＥＸ.
       EXIT.
      *
      ************************************************
       発送登録               SECTION.
      ************************************************
      *
      *  宛名面を作った1通を発送台帳へ登録する。
           MOVE SPACES TO 発送登録情報.
           MOVE "R"  TO 発送要求区分.
           MOVE "SS" TO 登録文書区分.
           MOVE "G"  TO 登録対象区分.
           MOVE GAKUSEKINO TO 登録対象コード.
           MOVE GAKUSEINAME TO 登録宛名.
           MOVE 表郵便番号(該当住所番号)
             TO 登録郵便番号.
           MOVE 表住所(該当住所番号) TO 登録住所.
           MOVE "dbpro04" TO 登録プログラム.
           CALL "SUB2023" USING 発送登録情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           EVALUATE 発送登録状態
             WHEN "20"
               ADD 1 TO 住所不審数
               DISPLAY "住所不審 学籍番号:" GAKUSEKINO
             WHEN "30"
               DISPLAY "発送台帳の書き込み不可 学籍番号:"
                       GAKUSEKINO
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
       発送登録－ＥＸ.
       EXIT.
      *
      ************************************************
       住所事前検査           SECTION.
      ************************************************
      *
      *  印刷の前に郵便番号と住所を郵便番号辞書で検査し、
      *  一致しない宛先を辞書の住所とともに発送担当へ報告する。
           MOVE SPACES TO 住所検査情報.
           MOVE "C" TO 検査要求区分.
           MOVE 表郵便番号(該当住所番号)
             TO 検査郵便番号.
           MOVE 表住所(該当住所番号) TO 検査住所.
           CALL "SUB2024" USING 住所検査情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "90" TO 検査結果
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           EVALUATE 検査結果
             WHEN "00"
               CONTINUE
             WHEN "90"
               ADD 1 TO 住所検査不可数
             WHEN OTHER
               ADD 1 TO 住所不一致数
               DISPLAY "住所検査不一致 学籍番号:"
                       GAKUSEKINO
                       " 結果:" 検査結果
               IF 推奨住所 NOT = SPACES
                 THEN
                   DISPLAY "  辞書の住所:" 推奨住所
                 ELSE
                   CONTINUE
               END-IF
           END-EVALUATE.
      *
       住所事前検査－ＥＸ.
       EXIT.
      *
      ************************************************
       和暦日付編集           SECTION.
      ************************************************
      *
      *  証書・通知書に載せる日付を漢数字の和暦に編集する。
      *  元号が引けないときは西暦8桁のまま載せる。
           MOVE "K" TO 書式区分.
           CALL "SUB2017" USING 和暦書式情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "20" TO 書式状態
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 書式状態 NOT = "00"
             THEN
               MOVE 書式西暦年月日 TO 書式和暦日付
             ELSE
               CONTINUE
           END-IF.
      *
       和暦日付編集－ＥＸ.
       EXIT.
      *
      ************************************************
       終了処理               SECTION.
      ************************************************
           CLOSE 通知書ファイル.
           CLOSE 宛名作業ファイル.
           CLOSE クラス作業ファイル.
      *  郵便番号辞書を閉じる。
           MOVE SPACES TO 住所検査情報.
           MOVE "E" TO 検査要求区分.
           CALL "SUB2024" USING 住所検査情報
             ON EXCEPTION
               CONTINUE
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
      *  担任向けクラス別成績一覧を作る。
           PERFORM クラス一覧出力.
      *  宛名面を郵便番号順に並べ替えて発送用ファイルを作る。
             GIVING 宛名ファイル.
           DISPLAY "作成枚数:" 作成枚数.
           DISPLAY "宛名件数:" 宛名件数
                   " 住所未登録:" 住所未登録数
                   " 住所不審:" 住所不審数.
           DISPLAY "住所検査不一致:" 住所不一致数
                   " 検査不可:" 住所検査不可数.
      *
           DISPLAY "***dbpro04 END***".
      *
