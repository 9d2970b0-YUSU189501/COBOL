       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            dbpro12.
      *  卒業判定バッチ。成績表テーブル(seisekihyo)の全学期を
      *  学籍番号・年度・学期の順に読み、科目別成績表
      *  (kamokuseiseki)の合格した科目の単位を科目マスタ
      *  (kamokumst)から積み上げる。同じ科目を再履修して合格
      *  しても単位は1回だけ数える。積み上げた単位・必修科目の
      *  修得・通算GPAを卒業要件(SOTSUGYOYOUKEN2001)と照らし、
      *  卒業可能者一覧(SOTSUGYOKANOU2001)、要件不足一覧
      *  (SOTSUGYOFUSOKU2001)、学生別の卒業判定監査票
      *  (SOTSUGYOKANSA2001)を書き出す。
      *  合格は得点が成績基準(PARAMDB01)のD評価しきい値以上の
      *  科目とする。通算GPAはdbpro08と同じ学期別GPA(A=4
      *  B=3 C=2 D=1)の平均とする。学生マスタ(GAKUSEIMASTER)
      *  で休学・退学の学生とマスタに無い学生は判定しない。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  卒業要件ファイル。卒業単位・最低GPAと必修科目を持つ。
           SELECT 卒業要件ファイル ASSIGN TO
             "/home/suzuki/DATA/SOTSUGYOYOUKEN2001"
             FILE STATUS IS 要件状態.
      *  総合成績判定のしきい値を指定する制御ファイル。
           SELECT 成績基準ファイル ASSIGN TO
             "/home/suzuki/DATA/PARAMDB01"
             FILE STATUS IS 成績基準状態.
      *  学籍番号・氏名・在籍状況の学生マスタ。休学・退学者を
      *  卒業判定から除くために突き合わせる。
           SELECT 学生マスタファイル ASSIGN TO
             "/home/suzuki/DATA/GAKUSEIMASTER"
             FILE STATUS IS 学生マスタ状態.
      *  卒業可能者一覧。
           SELECT 卒業可能ファイル ASSIGN TO
             "/home/suzuki/DATA/SOTSUGYOKANOU2001"
             FILE STATUS IS 可能状態.
      *  要件不足一覧。不足する要件を1行ずつ載せる。
           SELECT 要件不足ファイル ASSIGN TO
             "/home/suzuki/DATA/SOTSUGYOFUSOKU2001"
             FILE STATUS IS 不足状態.
      *  学生1名1ページの卒業判定監査票。
           SELECT 監査票ファイル ASSIGN TO
             "/home/suzuki/DATA/SOTSUGYOKANSA2001"
             FILE STATUS IS 監査票状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  卒業要件ファイル.
       01  卒業要件レコード.
      *  要件区分 H:卒業単位・最低GPA R:必修科目。
         03 要件区分          PIC X(1).
         03 要件内容          PIC X(10).
         03 要件基準 REDEFINES 要件内容.
           05 要件卒業単位    PIC 9(3).
           05 要件最低ＧＰＡ  PIC 9V99.
           05 FILLER          PIC X(4).
         03 要件必修 REDEFINES 要件内容.
           05 要件科目コード  PIC 9(3).
           05 FILLER          PIC X(7).
       FD  成績基準ファイル.
       01  成績基準レコード.
         03 A評価しきい値     PIC 9(3).
         03 B評価しきい値     PIC 9(3).
         03 D評価しきい値     PIC 9(3).
         03 出席基準率        PIC 9(3).
       FD  学生マスタファイル.
       01  学生マスタレコード.
         03 マスタ学籍番号    PIC X(4).
         03 マスタ氏名        PIC X(40).
      *  在籍状況 1:在籍 2:休学 3:退学。
         03 マスタ在籍状況    PIC X(1).
         03 マスタクラス区分  PIC X(2).
         03 マスタ担任        PIC X(20).
       FD  卒業可能ファイル.
       01  卒業可能レコード   PIC X(80).
       FD  要件不足ファイル.
       01  要件不足レコード   PIC X(80).
       FD  監査票ファイル.
       01  監査票レコード     PIC X(80).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 要件状態          PIC X(2).
         03 成績基準状態      PIC X(2).
         03 学生マスタ状態    PIC X(2).
         03 可能状態          PIC X(2).
         03 不足状態          PIC X(2).
         03 監査票状態        PIC X(2).
      *  卒業要件。必修科目の行が無ければ科目マスタの必修科目
      *  を卒業の必修科目とする。
       01  卒業要件エリア.
         03 卒業単位          PIC 9(3) VALUE ZERO.
         03 最低ＧＰＡ        PIC 9V99 VALUE ZERO.
         03 要件基準有無      PIC X(1) VALUE "N".
           88 要件基準あり    VALUE "Y".
         03 必修件数          PIC 9(2) VALUE ZERO.
         03 必修番号          PIC 9(2).
         03 必修エントリ      OCCURS 30 TIMES.
           05 表必修コード    PIC 9(3).
           05 表必修位置      PIC 9(2).
      *  合格点。dbpro01と同じ既定値で、成績基準ファイルで
      *  読み替える。
       01  合格点             PIC 9(3) VALUE 050.
      *  学生マスタの読み込みテーブル。マスタが無い場合は
      *  突き合わせを行わない。
       01  学生マスタ有無     PIC X(1) VALUE "N".
           88 マスタあり      VALUE "Y".
       01  学生マスタテーブル.
         03 マスタ件数        PIC 9(3) VALUE ZERO.
         03 マスタ番号        PIC 9(3).
         03 マスタエントリ    OCCURS 200 TIMES.
           05 表学籍番号      PIC X(4).
           05 表在籍状況      PIC X(1).
       01  在籍判定フラグ     PIC X(1).
           88 在籍中          VALUE "1".
           88 非在籍          VALUE "2".
           88 マスタ外        VALUE "3".
       01  判定学籍番号       PIC X(4).
      *  科目マスタの読み込みテーブル。単位数・必修区分は
      *  ここから取る。
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
      *  学生単位のコントロールブレーク制御。
       01  現学籍番号         PIC X(4) VALUE SPACES.
       01  現学生名           PIC X(40).
       01  学生対象フラグ     PIC X(1) VALUE "N".
           88 学生対象        VALUE "Y".
      *  1名分の積み上げ。修得区分は科目マスタテーブルと同じ
      *  並びで、合格済みの科目に印を付ける。
       01  学生累積エリア.
         03 修得単位計        PIC 9(3).
         03 ＧＰＡ合計        PIC 9(3).
         03 ＧＰＡ学期数      PIC 9(2).
         03 通算ＧＰＡ        PIC 9V99.
         03 修得エントリ      OCCURS 30 TIMES.
           05 修得区分        PIC X(1).
             88 修得済        VALUE "Y".
         03 不足件数          PIC 9(2).
       01  ＧＰＡワーク       PIC 9(1).
       01  不足単位数         PIC 9(3).
       01  合否表示           PIC X(10).
       01  ＧＰＡ表示         PIC 9.99.
       01  要件ＧＰＡ表示     PIC 9.99.
      *  件数集計。
       01  集計エリア.
         03 判定学生数        PIC 9(4) VALUE ZERO.
         03 卒業可能数        PIC 9(4) VALUE ZERO.
         03 要件不足数        PIC 9(4) VALUE ZERO.
         03 非在籍除外件数    PIC 9(4) VALUE ZERO.
         03 マスタ外件数      PIC 9(4) VALUE ZERO.
       01  出力行             PIC X(80).
      *  異常終了ログ呼出し(SUB9000)への引き渡し情報。
       01  異常終了情報.
           COPY CP010.
      *** 1.ホスト変数の定義
      *  SQLエラー処理呼出し(SUB9100)への引き渡し情報。
       01  SQLエラー情報.
           COPY CP020.
      *  接続プロファイル呼出し(SUB9050)への引き渡し情報。
       01  接続プロファイル情報.
           COPY CP019.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *  接続情報はソースに持たず、SUB9050で実行時に取得する。
       01  DBNAME         PIC X(10).
       01  USERNAME       PIC X(10).
       01  PASSWORD       PIC X(10).
       01  SW-AREA.
         03 SW-NOTFOUND   PIC X(1) VALUE SPACE.
       01  CST-AREA.
         03 CST-1X        PIC X(1) VALUE "1".
         03 CST-SQL-NF    PIC S9(5) VALUE +100.
      *  科目別得点を読む年度・学期キー。
       01  KEY-AREA.
         03 NENDO         PIC 9(4).
         03 GAKKI         PIC 9(1).
       01  SEISEKIHYO.
         03 S-NENDO       PIC 9(4).
         03 S-GAKKI       PIC 9(1).
         03 GAKUSEKINO    PIC X(4).
         03 GAKUSEINAME   PIC X(40).
         03 SOUGOUSEISEKI PIC X(1).
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
      *
       PROCEDURE              DIVISION.
      ************************************************
       開始                   SECTION.
      ************************************************
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
      ************************************************
       初期処理               SECTION.
      ************************************************
      *
           DISPLAY "***dbpro12 START***".
      *  成績基準ファイルがあれば合格点を読み替える。
           OPEN INPUT 成績基準ファイル.
           IF 成績基準状態 = "00"
             THEN
               READ 成績基準ファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   IF D評価しきい値 > 0
                     THEN
                       MOVE D評価しきい値 TO 合格点
                     ELSE
                       CONTINUE
                   END-IF
               END-READ
               CLOSE 成績基準ファイル
             ELSE
               CONTINUE
           END-IF.
      *  卒業要件を読む。卒業単位・最低GPAの行が無ければ判定
      *  できないので異常終了させる。
           PERFORM 卒業要件読込.
           PERFORM GAKUSEI-MASTER-YOMIKOMI.
      *
           OPEN OUTPUT 卒業可能ファイル.
           OPEN OUTPUT 要件不足ファイル.
           OPEN OUTPUT 監査票ファイル.
           IF 可能状態 NOT = "00"
              OR 不足状態 NOT = "00"
              OR 監査票状態 NOT = "00"
             THEN
               MOVE "DBPRO12" TO 発生プログラム名
               MOVE 可能状態 TO 入出力状態
               MOVE "卒業判定出力のオープンエラー"
                 TO 異常終了メッセージ
               CALL "SUB9000" USING 異常終了情報
                 ON EXCEPTION
                   DISPLAY "サブルーチン呼出し失敗"
                 NOT ON EXCEPTION
                   CONTINUE
               END-CALL
               DISPLAY "オープンエラー。"
               STOP RUN
             ELSE
               CONTINUE
           END-IF.
           MOVE 卒業単位 TO 不足単位数.
           MOVE 最低ＧＰＡ TO 要件ＧＰＡ表示.
           MOVE SPACES TO 出力行.
           STRING "卒業可能者一覧 卒業単位:"
                  DELIMITED BY SIZE
                  不足単位数 DELIMITED BY SIZE
                  " 最低GPA:" DELIMITED BY SIZE
                  要件ＧＰＡ表示 DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 卒業可能レコード FROM 出力行.
           MOVE SPACES TO 出力行.
           STRING "要件不足一覧 卒業単位:" DELIMITED BY SIZE
                  不足単位数 DELIMITED BY SIZE
                  " 最低GPA:" DELIMITED BY SIZE
                  要件ＧＰＡ表示 DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 要件不足レコード FROM 出力行.
      * データベースと接続
      * 接続情報をプロファイルから取得する。取得できなければ
      * 接続せずに異常終了させる。
           PERFORM SETSUZOKU-JOUHOU-SHUTOKU.
           EXEC SQL
             CONNECT :USERNAME IDENTIFIED BY
             :PASSWORD USING :DBNAME
           END-EXEC.
      * 科目の単位数・必修区分を科目マスタから読み込み、
      * 必修科目を科目マスタテーブル上の位置へ結び付ける。
           PERFORM KAMOKU-MASTER-YOMIKOMI.
           PERFORM 必修科目設定.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ************************************************
       卒業要件読込           SECTION.
      ************************************************
      *
           OPEN INPUT 卒業要件ファイル.
           IF 要件状態 = "00"
             THEN
               PERFORM UNTIL 要件状態 NOT = "00"
                 READ 卒業要件ファイル
                   AT END
                     CONTINUE
                   NOT AT END
                     PERFORM 卒業要件1件
                 END-READ
               END-PERFORM
               CLOSE 卒業要件ファイル
             ELSE
               CONTINUE
           END-IF.
           IF NOT 要件基準あり
             THEN
               MOVE "DBPRO12" TO 発生プログラム名
               MOVE 要件状態 TO 入出力状態
               MOVE "卒業要件(卒業単位・GPA)なし"
                 TO 異常終了メッセージ
               CALL "SUB9000" USING 異常終了情報
                 ON EXCEPTION
                   DISPLAY "サブルーチン呼出し失敗"
                 NOT ON EXCEPTION
                   CONTINUE
               END-CALL
               DISPLAY "卒業要件がありません。"
               STOP RUN
             ELSE
               CONTINUE
           END-IF.
      *
       卒業要件読込－ＥＸ.
       EXIT.
      *
      ************************************************
       卒業要件1件            SECTION.
      ************************************************
      *
           EVALUATE 要件区分
             WHEN "H"
               MOVE 要件卒業単位 TO 卒業単位
               MOVE 要件最低ＧＰＡ TO 最低ＧＰＡ
               MOVE "Y" TO 要件基準有無
             WHEN "R"
               IF 必修件数 < 30
                 THEN
                   ADD 1 TO 必修件数
                   MOVE 要件科目コード
                     TO 表必修コード(必修件数)
                 ELSE
                   DISPLAY "必修科目テーブル上限超過。"
               END-IF
             WHEN OTHER
               DISPLAY "卒業要件の区分誤り:" 要件区分
           END-EVALUATE.
      *
       卒業要件1件－ＥＸ.
       EXIT.
      *
      ************************************************
       必修科目設定           SECTION.
      ************************************************
      *
      *  卒業要件に必修科目の行が無ければ科目マスタの必修
      *  科目を使う。科目マスタに無い必修科目は位置をゼロに
      *  して常に未修得とし、表示で知らせる。
           IF 必修件数 = ZERO
             THEN
               PERFORM VARYING 科目番号 FROM 1 BY 1
                 UNTIL 科目番号 > 科目数
                 IF 表必修科目(科目番号)
                   THEN
                     ADD 1 TO 必修件数
                     MOVE 表科目コード(科目番号)
                       TO 表必修コード(必修件数)
                   ELSE
                     CONTINUE
                 END-IF
               END-PERFORM
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING 必修番号 FROM 1 BY 1
             UNTIL 必修番号 > 必修件数
             MOVE 表必修コード(必修番号)
               TO 探索科目コード
             PERFORM KAMOKU-KENSAKU
             MOVE 該当科目位置 TO 表必修位置(必修番号)
             IF 該当科目位置 = ZERO
               THEN
                 DISPLAY "必修科目が科目マスタにない"
                         " 科目:"
                         表必修コード(必修番号)
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       必修科目設定－ＥＸ.
       EXIT.
      *
      ************************************************
       SETSUZOKU-JOUHOU-SHUTOKU SECTION.
      ************************************************
      *
      *  データベース接続情報をプロファイルから取得する。
           CALL "SUB9050" USING 接続プロファイル情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "20" TO 接続結果状態
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 接続結果状態 NOT = "00"
             THEN
               MOVE "DBPRO12" TO 発生プログラム名
               MOVE 接続結果状態 TO 入出力状態
               MOVE "接続プロファイル取得異常"
                 TO 異常終了メッセージ
               CALL "SUB9000" USING 異常終了情報
                 ON EXCEPTION
                   DISPLAY "サブルーチン呼出し失敗"
                 NOT ON EXCEPTION
                   CONTINUE
               END-CALL
               DISPLAY "接続プロファイル取得異常。"
               STOP RUN
             ELSE
               MOVE 接続DB名     TO DBNAME
               MOVE 接続利用者名 TO USERNAME
               MOVE 接続パスワード TO PASSWORD
           END-IF.
      *
       SETSUZOKU-JOUHOU-SHUTOKU-EX.
       EXIT.
      *
      ************************************************
       SQL-KEKKA-KAKUNIN      SECTION.
      ************************************************
      *
      *  直前のSQL文の結果を共通エラールーチンで判定する。
      *  致命的エラーはROLLBACKして終了させる。
           MOVE "DBPRO12" TO SQL発生プログラム名.
           MOVE SQLCODE  TO SQLコード値.
           MOVE SQLSTATE TO SQL状態値.
           CALL "SUB9100" USING SQLエラー情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF SQL処置コード = 2
             THEN
               EXEC SQL
                 ROLLBACK
               END-EXEC
               DISPLAY "SQL致命的エラーのため終了。"
               STOP RUN
             ELSE
               CONTINUE
           END-IF.
      *
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
             DECLARE CRS02 CURSOR FOR
               SELECT kamokucode,kamokuname,tani,
                      hissukubun,hyoukagun
               FROM kamokumst
               ORDER BY hyoujijun,kamokucode
           END-EXEC.
           EXEC SQL
             OPEN CRS02
           END-EXEC.
           PERFORM UNTIL KM-NOTFOUND
             EXEC SQL
               FETCH CRS02
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
             CLOSE CRS02
           END-EXEC.
           IF 科目数 = ZERO
             THEN
               MOVE "DBPRO12" TO 発生プログラム名
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
             DECLARE CRS03 CURSOR FOR
               SELECT kamokucode,tokuten
               FROM kamokuseiseki
               WHERE nendo = :NENDO
                 AND gakki = :GAKKI
                 AND gakusekino = :KS-GAKUSEKINO
           END-EXEC.
           EXEC SQL
             OPEN CRS03
           END-EXEC.
           PERFORM UNTIL KS-NOTFOUND
             EXEC SQL
               FETCH CRS03
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
             CLOSE CRS03
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
       主処理                 SECTION.
      ************************************************
      *
      *  学籍番号・年度・学期順に読み、学生の変わり目で
      *  1名分の卒業判定を行う。
           MOVE SPACE TO SW-NOTFOUND.
           EXEC SQL
             DECLARE CRS01 CURSOR FOR
             SELECT nendo,gakki,gakusekino,
                    gakuseiname,sougouseiseki
             FROM seisekihyo
             ORDER BY gakusekino,nendo,gakki
           END-EXEC.
           EXEC SQL
             OPEN CRS01
           END-EXEC.
           MOVE 99 TO SQL再試行回数.
           MOVE "カーソルオープン" TO SQL処理名.
           PERFORM SQL-KEKKA-KAKUNIN.
           PERFORM UNTIL SW-NOTFOUND = CST-1X
             EXEC SQL
               FETCH CRS01
               INTO :SEISEKIHYO
             END-EXEC
             IF SQLCODE = CST-SQL-NF
               THEN
                 MOVE CST-1X TO SW-NOTFOUND
                 IF 学生対象
                   THEN
                     PERFORM 卒業判定
                   ELSE
                     CONTINUE
                 END-IF
               ELSE
                 IF GAKUSEKINO NOT = 現学籍番号
                   THEN
                     IF 学生対象
                       THEN
                         PERFORM 卒業判定
                       ELSE
                         CONTINUE
                     END-IF
                     PERFORM 学生開始
                   ELSE
                     CONTINUE
                 END-IF
                 IF 学生対象
                   THEN
                     PERFORM 学期積み上げ
                   ELSE
                     CONTINUE
                 END-IF
             END-IF
           END-PERFORM.
           EXEC SQL
             CLOSE CRS01
           END-EXEC.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ************************************************
       学生開始               SECTION.
      ************************************************
      *
      *  学生の変わり目。在籍を確かめ、対象なら積み上げを
      *  初期化して監査票の見出しを書く。
           MOVE GAKUSEKINO  TO 現学籍番号.
           MOVE GAKUSEINAME TO 現学生名.
           MOVE "N" TO 学生対象フラグ.
           IF マスタあり
             THEN
               MOVE GAKUSEKINO TO 判定学籍番号
               PERFORM ZAISEKI-HANTEI
               EVALUATE TRUE
                 WHEN 非在籍
                   ADD 1 TO 非在籍除外件数
                   GO TO 学生開始－ＥＸ
                 WHEN マスタ外
                   ADD 1 TO マスタ外件数
                   GO TO 学生開始－ＥＸ
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             ELSE
               CONTINUE
           END-IF.
           MOVE "Y" TO 学生対象フラグ.
           INITIALIZE 学生累積エリア.
           MOVE SPACES TO 出力行.
           MOVE "卒業判定監査票" TO 出力行.
           WRITE 監査票レコード FROM 出力行
             AFTER PAGE
           END-WRITE.
           MOVE SPACES TO 出力行.
           STRING "学籍番号:" DELIMITED BY SIZE
                  現学籍番号 DELIMITED BY SIZE
                  " 学生名:" DELIMITED BY SIZE
                  現学生名 DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 監査票レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
      *
       学生開始－ＥＸ.
       EXIT.
      *
      ************************************************
       学期積み上げ           SECTION.
      ************************************************
      *
      *  1学期分の学期GPAと、科目ごとの合否・単位を積み上げ、
      *  監査票に学期と科目の明細を書く。
           EVALUATE SOUGOUSEISEKI
             WHEN "A"
               MOVE 4 TO ＧＰＡワーク
             WHEN "B"
               MOVE 3 TO ＧＰＡワーク
             WHEN "C"
               MOVE 2 TO ＧＰＡワーク
             WHEN "D"
               MOVE 1 TO ＧＰＡワーク
             WHEN OTHER
               MOVE ZERO TO ＧＰＡワーク
           END-EVALUATE.
      *  総合成績の無い学期(H)は通算GPAに入れない。
           IF ＧＰＡワーク > ZERO
             THEN
               ADD ＧＰＡワーク TO ＧＰＡ合計
               ADD 1 TO ＧＰＡ学期数
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 出力行.
           STRING "  " DELIMITED BY SIZE
                  S-NENDO DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  S-GAKKI DELIMITED BY SIZE
                  " 総合成績:" DELIMITED BY SIZE
                  SOUGOUSEISEKI DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 監査票レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
           MOVE S-NENDO TO NENDO.
           MOVE S-GAKKI TO GAKKI.
           MOVE GAKUSEKINO TO KS-GAKUSEKINO.
           PERFORM KAMOKU-TOKUTEN-YOMIKOMI.
           PERFORM VARYING 科目番号 FROM 1 BY 1
             UNTIL 科目番号 > 科目数
             IF 表受講あり(科目番号)
               THEN
                 PERFORM 科目合否積み上げ
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       学期積み上げ－ＥＸ.
       EXIT.
      *
      ************************************************
       科目合否積み上げ       SECTION.
      ************************************************
      *
      *  合格した科目は初回だけ単位を加える。既に修得した
      *  科目の再合格は単位に数えない。
           EVALUATE TRUE
             WHEN 表得点(科目番号) < 合格点
               MOVE "不合格" TO 合否表示
             WHEN 修得済(科目番号)
               MOVE "合格(既修)" TO 合否表示
             WHEN OTHER
               MOVE "合格" TO 合否表示
               MOVE "Y" TO 修得区分(科目番号)
               ADD 表単位数(科目番号) TO 修得単位計
           END-EVALUATE.
           MOVE SPACES TO 出力行.
           STRING "    " DELIMITED BY SIZE
                  表科目コード(科目番号) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  表科目名(科目番号) DELIMITED BY SIZE
                  " 単位:" DELIMITED BY SIZE
                  表単位数(科目番号) DELIMITED BY SIZE
                  " 得点:" DELIMITED BY SIZE
                  表得点(科目番号) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  合否表示 DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 監査票レコード FROM 出力行.
      *
       科目合否積み上げ－ＥＸ.
       EXIT.
      *
      ************************************************
       卒業判定               SECTION.
      ************************************************
      *
      *  1名分の積み上げを卒業要件と照らし、監査票に判定を
      *  書く。不足が無ければ卒業可能者一覧へ、あれば不足する
      *  要件を要件不足一覧へ書き出す。
           ADD 1 TO 判定学生数.
           IF ＧＰＡ学期数 = ZERO
             THEN
               MOVE ZERO TO 通算ＧＰＡ
             ELSE
               COMPUTE 通算ＧＰＡ ROUNDED =
                 ＧＰＡ合計 / ＧＰＡ学期数
           END-IF.
           MOVE 通算ＧＰＡ TO ＧＰＡ表示.
           MOVE SPACES TO 出力行.
           STRING "修得単位計:" DELIMITED BY SIZE
                  修得単位計 DELIMITED BY SIZE
                  " (要件:" DELIMITED BY SIZE
                  卒業単位 DELIMITED BY SIZE
                  ") 通算GPA:" DELIMITED BY SIZE
                  ＧＰＡ表示 DELIMITED BY SIZE
                  " (要件:" DELIMITED BY SIZE
                  要件ＧＰＡ表示 DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 監査票レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
           MOVE ZERO TO 不足件数.
      *  卒業単位の不足。
           IF 修得単位計 < 卒業単位
             THEN
               COMPUTE 不足単位数 = 卒業単位 - 修得単位計
               MOVE SPACES TO 出力行
               STRING "  単位不足 修得:" DELIMITED BY SIZE
                      修得単位計 DELIMITED BY SIZE
                      " 要件:" DELIMITED BY SIZE
                      卒業単位 DELIMITED BY SIZE
                      " 不足:" DELIMITED BY SIZE
                      不足単位数 DELIMITED BY SIZE
                      INTO 出力行
               PERFORM 不足行出力
             ELSE
               CONTINUE
           END-IF.
      *  必修科目の修得状況を監査票に載せ、未修得は不足とする。
           PERFORM VARYING 必修番号 FROM 1 BY 1
             UNTIL 必修番号 > 必修件数
             PERFORM 必修科目判定
           END-PERFORM.
      *  通算GPAの不足。
           IF 通算ＧＰＡ < 最低ＧＰＡ
             THEN
               MOVE SPACES TO 出力行
               STRING "  GPA不足 通算:" DELIMITED BY SIZE
                      ＧＰＡ表示 DELIMITED BY SIZE
                      " 要件:" DELIMITED BY SIZE
                      要件ＧＰＡ表示 DELIMITED BY SIZE
                      INTO 出力行
               PERFORM 不足行出力
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 出力行.
           IF 不足件数 = ZERO
             THEN
               ADD 1 TO 卒業可能数
               MOVE "判定:卒業可" TO 出力行
               WRITE 監査票レコード FROM 出力行
                 AFTER 2 LINE
               END-WRITE
               MOVE SPACES TO 出力行
               STRING 現学籍番号 DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      現学生名 DELIMITED BY SIZE
                      " 単位:" DELIMITED BY SIZE
                      修得単位計 DELIMITED BY SIZE
                      " GPA:" DELIMITED BY SIZE
                      ＧＰＡ表示 DELIMITED BY SIZE
                      INTO 出力行
               WRITE 卒業可能レコード FROM 出力行
             ELSE
               ADD 1 TO 要件不足数
               STRING "判定:要件不足 " DELIMITED BY SIZE
                      不足件数 DELIMITED BY SIZE
                      "件" DELIMITED BY SIZE
                      INTO 出力行
               WRITE 監査票レコード FROM 出力行
                 AFTER 2 LINE
               END-WRITE
           END-IF.
      *
       卒業判定－ＥＸ.
       EXIT.
      *
      ************************************************
       必修科目判定           SECTION.
      ************************************************
      *
           MOVE 表必修位置(必修番号) TO 該当科目位置.
           IF 該当科目位置 > ZERO
             THEN
               IF 修得済(該当科目位置)
                 THEN
                   MOVE SPACES TO 出力行
                   STRING "  必修 " DELIMITED BY SIZE
                          表必修コード(必修番号)
                          DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          表科目名(該当科目位置)
                          DELIMITED BY SIZE
                          " 修得済" DELIMITED BY SIZE
                          INTO 出力行
                   WRITE 監査票レコード FROM 出力行
                   GO TO 必修科目判定－ＥＸ
                 ELSE
                   CONTINUE
               END-IF
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 出力行.
           IF 該当科目位置 > ZERO
             THEN
               STRING "  必修未修得 " DELIMITED BY SIZE
                      表必修コード(必修番号)
                      DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      表科目名(該当科目位置)
                      DELIMITED BY SIZE
                      INTO 出力行
             ELSE
               STRING "  必修未修得 " DELIMITED BY SIZE
                      表必修コード(必修番号)
                      DELIMITED BY SIZE
                      " (科目マスタなし)" DELIMITED BY SIZE
                      INTO 出力行
           END-IF.
           PERFORM 不足行出力.
      *
       必修科目判定－ＥＸ.
       EXIT.
      *
      ************************************************
       不足行出力             SECTION.
      ************************************************
      *
      *  出力行の不足内容を監査票と要件不足一覧へ書く。学生の
      *  最初の不足の前に要件不足一覧へ学生の見出しを書く。
           WRITE 監査票レコード FROM 出力行.
           IF 不足件数 = ZERO
             THEN
               MOVE SPACES TO 要件不足レコード
               STRING 現学籍番号 DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      現学生名 DELIMITED BY SIZE
                      INTO 要件不足レコード
               WRITE 要件不足レコード
                 AFTER 2 LINE
               END-WRITE
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 不足件数.
           WRITE 要件不足レコード FROM 出力行.
      *
       不足行出力－ＥＸ.
       EXIT.
      *
      ************************************************
       GAKUSEI-MASTER-YOMIKOMI SECTION.
      ************************************************
      *
      *  学生マスタをテーブルへ読み込む。
           OPEN INPUT 学生マスタファイル.
           IF 学生マスタ状態 NOT = "00"
             THEN
               DISPLAY "学生マスタなし。"
                       "在籍突き合わせを省略します。"
             ELSE
               MOVE "Y" TO 学生マスタ有無
               PERFORM UNTIL 学生マスタ状態 NOT = "00"
                 READ 学生マスタファイル
                   AT END
                     CONTINUE
                   NOT AT END
                     IF マスタ件数 < 200
                       THEN
                         ADD 1 TO マスタ件数
                         MOVE マスタ学籍番号
                           TO 表学籍番号(マスタ件数)
                         MOVE マスタ在籍状況
                           TO 表在籍状況(マスタ件数)
                       ELSE
                         DISPLAY "学生マスタテーブル"
                                 "上限超過。"
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 学生マスタファイル
           END-IF.
      *
       GAKUSEI-MASTER-YOMIKOMI-EX.
       EXIT.
      *
      ************************************************
       ZAISEKI-HANTEI         SECTION.
      ************************************************
      *
      *  判定対象学籍番号の在籍状況を調べる。
           SET マスタ外 TO TRUE.
           PERFORM VARYING マスタ番号 FROM 1 BY 1
             UNTIL マスタ番号 > マスタ件数
             IF 表学籍番号(マスタ番号) = 判定学籍番号
               THEN
                 IF 表在籍状況(マスタ番号) = "1"
                   THEN
                     SET 在籍中 TO TRUE
                   ELSE
                     SET 非在籍 TO TRUE
                 END-IF
                 MOVE マスタ件数 TO マスタ番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       ZAISEKI-HANTEI-EX.
       EXIT.
      *
      ************************************************
       終了処理               SECTION.
      ************************************************
      *
           MOVE SPACES TO 出力行.
           STRING "卒業可能:" DELIMITED BY SIZE
                  卒業可能数 DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 卒業可能レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 出力行.
           STRING "要件不足:" DELIMITED BY SIZE
                  要件不足数 DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 要件不足レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
           CLOSE 卒業可能ファイル.
           CLOSE 要件不足ファイル.
           CLOSE 監査票ファイル.
           DISPLAY "判定学生数:" 判定学生数
                   " 卒業可能:" 卒業可能数
                   " 要件不足:" 要件不足数.
           IF マスタあり
             THEN
               DISPLAY "マスタ外:" マスタ外件数
                       " 非在籍除外:" 非在籍除外件数
             ELSE
               CONTINUE
           END-IF.
      *
           DISPLAY "***dbpro12 END***".
      *
       終了処理－ＥＸ.
       EXIT.
      *
