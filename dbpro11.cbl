       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            dbpro11.
      *  科目マスタ(kamokumst)の保守と科目別成績表
      *  (kamokuseiseki)への移行バッチ。
      *  1.科目マスタに従来の5科目(法学・経済学・哲学・情報理論・
      *    外国語、科目コード1～5)が無ければ登録する。
      *  2.科目マスタ保守ファイル(KAMOKUMNT2001)があれば、科目の
      *    追加(A)・変更(C)を科目マスタへ反映する。選択科目の
      *    新設はこのファイルへの1行で済む。
      *  3.成績表テーブル(seisekihyo)の従来の5科目の列に得点が
      *    ある行を、まだ移していない分だけ科目別成績表へ写す。
      *  4.従来の列の得点合計と移行後の得点合計を照合し、結果を
      *    表示する。何度流しても同じ結果になる。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  科目マスタの保守ファイル。無ければ保守は行わない。
           SELECT 科目保守ファイル ASSIGN TO
             "/home/suzuki/DATA/KAMOKUMNT2001"
             FILE STATUS IS 保守状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  科目保守ファイル.
       01  科目保守レコード.
      *  保守区分 A:追加 C:変更。
         03 保守区分          PIC X(1).
         03 保守科目コード    PIC 9(3).
         03 保守科目名        PIC X(24).
         03 保守単位数        PIC 9(2).
      *  必修区分 1:必修 2:選択。
         03 保守必修区分      PIC X(1).
      *  評価群 0:B判定の群に属さない 1～9:B判定の群番号。
         03 保守評価群        PIC 9(1).
         03 保守表示順        PIC 9(3).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 保守状態          PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
      *  従来の5科目の初期登録値。科目コード・科目名・単位数・
      *  必修区分・評価群・表示順の順に並べる。評価群は従来の
      *  B判定(法学か外国語、経済学か哲学がB以上)と同じ組分け。
       01  初期科目値.
         03 FILLER            PIC 9(3) VALUE 001.
         03 FILLER            PIC X(24) VALUE "法学".
         03 FILLER            PIC X(7) VALUE "0211001".
         03 FILLER            PIC 9(3) VALUE 002.
         03 FILLER            PIC X(24) VALUE "経済学".
         03 FILLER            PIC X(7) VALUE "0212002".
         03 FILLER            PIC 9(3) VALUE 003.
         03 FILLER            PIC X(24) VALUE "哲学".
         03 FILLER            PIC X(7) VALUE "0212003".
         03 FILLER            PIC 9(3) VALUE 004.
         03 FILLER            PIC X(24) VALUE "情報理論".
         03 FILLER            PIC X(7) VALUE "0210004".
         03 FILLER            PIC 9(3) VALUE 005.
         03 FILLER            PIC X(24) VALUE "外国語".
         03 FILLER            PIC X(7) VALUE "0211005".
       01  初期科目テーブル REDEFINES 初期科目値.
         03 初期科目          OCCURS 5 TIMES.
           05 初期科目コード  PIC 9(3).
           05 初期科目名      PIC X(24).
           05 初期単位数      PIC 9(2).
           05 初期必修区分    PIC X(1).
           05 初期評価群      PIC 9(1).
           05 初期表示順      PIC 9(3).
       01  初期番号           PIC 9(1).
      *  件数集計。
       01  集計エリア.
         03 初期登録件数      PIC 9(4) VALUE ZERO.
         03 保守件数          PIC 9(4) VALUE ZERO.
         03 保守却下件数      PIC 9(4) VALUE ZERO.
       01  移行前件数         PIC 9(7).
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
      *  科目マスタ(kamokumst)の1行分のホスト変数。
       01  KAMOKUMST.
         03 KM-KAMOKUCODE   PIC 9(3).
         03 KM-KAMOKUNAME   PIC X(24).
         03 KM-TANI         PIC 9(2).
         03 KM-HISSUKUBUN   PIC X(1).
         03 KM-HYOUKAGUN    PIC 9(1).
       01  KM-HYOUJIJUN   PIC 9(3).
       01  KM-KENSU       PIC 9(4).
      *  移行の件数と照合の合計。
       01  IKOU-AREA.
         03 IKOU-KENSU      PIC 9(7).
         03 KYU-GOUKEI      PIC 9(9).
         03 SHIN-GOUKEI     PIC 9(9).
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
           PERFORM 科目マスタ初期登録.
      *
           PERFORM 科目マスタ保守.
      *
           PERFORM 得点移行.
      *
           PERFORM 移行照合.
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
           DISPLAY "***dbpro11 START***".
      * データベースと接続
      * 接続情報をプロファイルから取得する。取得できなければ
      * 接続せずに異常終了させる。
           PERFORM SETSUZOKU-JOUHOU-SHUTOKU.
           EXEC SQL
             CONNECT :USERNAME IDENTIFIED BY
             :PASSWORD USING :DBNAME
           END-EXEC.
      *
       初期処理－ＥＸ.
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
               MOVE "DBPRO11" TO 発生プログラム名
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
           MOVE "DBPRO11" TO SQL発生プログラム名.
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
       科目マスタ初期登録     SECTION.
      ************************************************
      *
      *  従来の5科目のうち科目マスタに無いものを登録する。
      *  登録済みの科目は保守で変えた内容を保つため触らない。
           PERFORM VARYING 初期番号 FROM 1 BY 1
             UNTIL 初期番号 > 5
             MOVE 初期科目コード(初期番号) TO KM-KAMOKUCODE
             MOVE 初期科目名(初期番号)     TO KM-KAMOKUNAME
             MOVE 初期単位数(初期番号)     TO KM-TANI
             MOVE 初期必修区分(初期番号)   TO KM-HISSUKUBUN
             MOVE 初期評価群(初期番号)     TO KM-HYOUKAGUN
             MOVE 初期表示順(初期番号)     TO KM-HYOUJIJUN
             PERFORM 科目マスタ件数取得
             IF KM-KENSU = ZERO
               THEN
                 PERFORM 科目マスタ追加
                 ADD 1 TO 初期登録件数
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       科目マスタ初期登録－ＥＸ.
       EXIT.
      *
      ************************************************
       科目マスタ保守         SECTION.
      ************************************************
      *
      *  保守ファイルの追加・変更を順に反映する。区分や値の
      *  誤り、追加の重複、変更先の未登録は却下して表示する。
           OPEN INPUT 科目保守ファイル.
           IF 保守状態 NOT = "00"
             THEN
               DISPLAY "科目マスタ保守なし。"
               GO TO 科目マスタ保守－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACE TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 科目保守ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 PERFORM 科目保守1件
             END-READ
           END-PERFORM.
           CLOSE 科目保守ファイル.
      *
       科目マスタ保守－ＥＸ.
       EXIT.
      *
      ************************************************
       科目保守1件            SECTION.
      ************************************************
      *
           IF 保守科目コード = ZERO
              OR 保守科目名 = SPACES
              OR (保守必修区分 NOT = "1"
                  AND 保守必修区分 NOT = "2")
             THEN
               DISPLAY "科目保守却下(内容誤り) 科目:"
                       保守科目コード
               ADD 1 TO 保守却下件数
               GO TO 科目保守1件－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 保守科目コード TO KM-KAMOKUCODE.
           MOVE 保守科目名     TO KM-KAMOKUNAME.
           MOVE 保守単位数     TO KM-TANI.
           MOVE 保守必修区分   TO KM-HISSUKUBUN.
           MOVE 保守評価群     TO KM-HYOUKAGUN.
           MOVE 保守表示順     TO KM-HYOUJIJUN.
           PERFORM 科目マスタ件数取得.
           EVALUATE TRUE
             WHEN 保守区分 = "A" AND KM-KENSU = ZERO
               PERFORM 科目マスタ追加
               ADD 1 TO 保守件数
             WHEN 保守区分 = "C" AND KM-KENSU > ZERO
               PERFORM 科目マスタ変更
               ADD 1 TO 保守件数
             WHEN OTHER
               DISPLAY "科目保守却下 区分:" 保守区分
                       " 科目:" 保守科目コード
               ADD 1 TO 保守却下件数
           END-EVALUATE.
      *
       科目保守1件－ＥＸ.
       EXIT.
      *
      ************************************************
       科目マスタ件数取得     SECTION.
      ************************************************
      *
      *  KM-KAMOKUCODEの科目が科目マスタにあるかを数える。
           MOVE ZERO TO SQL再試行回数.
           MOVE ZERO TO SQL処置コード.
           MOVE "科目マスタ照会" TO SQL処理名.
           PERFORM WITH TEST AFTER
             UNTIL SQL処置コード NOT = 1
             EXEC SQL
               SELECT COUNT(*)
               INTO :KM-KENSU
               FROM kamokumst
               WHERE kamokucode = :KM-KAMOKUCODE
             END-EXEC
             PERFORM SQL-KEKKA-KAKUNIN
           END-PERFORM.
      *
       科目マスタ件数取得－ＥＸ.
       EXIT.
      *
      ************************************************
       科目マスタ追加         SECTION.
      ************************************************
      *
           MOVE ZERO TO SQL再試行回数.
           MOVE ZERO TO SQL処置コード.
           MOVE "科目マスタ追加" TO SQL処理名.
           PERFORM WITH TEST AFTER
             UNTIL SQL処置コード NOT = 1
             EXEC SQL
               INSERT INTO kamokumst
                 (kamokucode,kamokuname,tani,
                  hissukubun,hyoukagun,hyoujijun)
               VALUES
                 (:KM-KAMOKUCODE,:KM-KAMOKUNAME,
                  :KM-TANI,:KM-HISSUKUBUN,
                  :KM-HYOUKAGUN,:KM-HYOUJIJUN)
             END-EXEC
             PERFORM SQL-KEKKA-KAKUNIN
           END-PERFORM.
           DISPLAY "科目マスタ追加 科目:" KM-KAMOKUCODE
                   " " KM-KAMOKUNAME.
      *
       科目マスタ追加－ＥＸ.
       EXIT.
      *
      ************************************************
       科目マスタ変更         SECTION.
      ************************************************
      *
           MOVE ZERO TO SQL再試行回数.
           MOVE ZERO TO SQL処置コード.
           MOVE "科目マスタ変更" TO SQL処理名.
           PERFORM WITH TEST AFTER
             UNTIL SQL処置コード NOT = 1
             EXEC SQL
               UPDATE kamokumst
               SET kamokuname = :KM-KAMOKUNAME,
                   tani       = :KM-TANI,
                   hissukubun = :KM-HISSUKUBUN,
                   hyoukagun  = :KM-HYOUKAGUN,
                   hyoujijun  = :KM-HYOUJIJUN
               WHERE kamokucode = :KM-KAMOKUCODE
             END-EXEC
             PERFORM SQL-KEKKA-KAKUNIN
           END-PERFORM.
           DISPLAY "科目マスタ変更 科目:" KM-KAMOKUCODE
                   " " KM-KAMOKUNAME.
      *
       科目マスタ変更－ＥＸ.
       EXIT.
      *
      ************************************************
       得点移行               SECTION.
      ************************************************
      *
      *  従来の5科目の列に得点がある行を、科目別成績表に
      *  同じ年度・学期・学籍番号・科目の行が無い分だけ写す。
      *  移行後の採点・訂正は科目別成績表にだけ入るので、
      *  既に写した行は上書きしない。
           PERFORM 科目別件数取得.
           MOVE IKOU-KENSU TO 移行前件数.
           MOVE ZERO TO SQL再試行回数.
           MOVE ZERO TO SQL処置コード.
           MOVE "得点移行" TO SQL処理名.
           PERFORM WITH TEST AFTER
             UNTIL SQL処置コード NOT = 1
             EXEC SQL
               INSERT INTO kamokuseiseki
                 (nendo,gakki,gakusekino,kamokucode,tokuten)
               SELECT m.nendo,m.gakki,m.gakusekino,
                      m.kamokucode,m.tokuten
               FROM
                 (SELECT nendo,gakki,gakusekino,
                         1 AS kamokucode,hougaku AS tokuten
                  FROM seisekihyo
                  WHERE hougaku IS NOT NULL
                  UNION ALL
                  SELECT nendo,gakki,gakusekino,
                         2,keizaigaku
                  FROM seisekihyo
                  WHERE keizaigaku IS NOT NULL
                  UNION ALL
                  SELECT nendo,gakki,gakusekino,
                         3,tetsugaku
                  FROM seisekihyo
                  WHERE tetsugaku IS NOT NULL
                  UNION ALL
                  SELECT nendo,gakki,gakusekino,
                         4,jouhoriron
                  FROM seisekihyo
                  WHERE jouhoriron IS NOT NULL
                  UNION ALL
                  SELECT nendo,gakki,gakusekino,
                         5,gaikokugo
                  FROM seisekihyo
                  WHERE gaikokugo IS NOT NULL) m
               WHERE NOT EXISTS
                 (SELECT 1 FROM kamokuseiseki k
                  WHERE k.nendo = m.nendo
                    AND k.gakki = m.gakki
                    AND k.gakusekino = m.gakusekino
                    AND k.kamokucode = m.kamokucode)
             END-EXEC
             PERFORM SQL-KEKKA-KAKUNIN
           END-PERFORM.
           PERFORM 科目別件数取得.
           SUBTRACT 移行前件数 FROM IKOU-KENSU.
      *
       得点移行－ＥＸ.
       EXIT.
      *
      ************************************************
       科目別件数取得         SECTION.
      ************************************************
      *
      *  科目別成績表の行数をIKOU-KENSUへ取る。
           MOVE ZERO TO SQL再試行回数.
           MOVE ZERO TO SQL処置コード.
           MOVE "科目別件数" TO SQL処理名.
           PERFORM WITH TEST AFTER
             UNTIL SQL処置コード NOT = 1
             EXEC SQL
               SELECT COUNT(*)
               INTO :IKOU-KENSU
               FROM kamokuseiseki
             END-EXEC
             PERFORM SQL-KEKKA-KAKUNIN
           END-PERFORM.
      *
       科目別件数取得－ＥＸ.
       EXIT.
      *
      ************************************************
       移行照合               SECTION.
      ************************************************
      *
      *  従来の列の得点合計と、それに対応する科目別成績表の
      *  得点合計を比べる。移行直後は一致する。移行後に訂正
      *  された得点があると差が出るので、その場合は訂正監査
      *  (TEISEIKANSA2001)と突き合わせる。
           MOVE ZERO TO SQL再試行回数.
           MOVE ZERO TO SQL処置コード.
           MOVE "照合(従来列)" TO SQL処理名.
           PERFORM WITH TEST AFTER
             UNTIL SQL処置コード NOT = 1
             EXEC SQL
               SELECT COALESCE(SUM(COALESCE(hougaku,0)
                        + COALESCE(keizaigaku,0)
                        + COALESCE(tetsugaku,0)
                        + COALESCE(jouhoriron,0)
                        + COALESCE(gaikokugo,0)),0)
               INTO :KYU-GOUKEI
               FROM seisekihyo
             END-EXEC
             PERFORM SQL-KEKKA-KAKUNIN
           END-PERFORM.
           MOVE ZERO TO SQL再試行回数.
           MOVE ZERO TO SQL処置コード.
           MOVE "照合(科目別)" TO SQL処理名.
           PERFORM WITH TEST AFTER
             UNTIL SQL処置コード NOT = 1
             EXEC SQL
               SELECT COALESCE(SUM(k.tokuten),0)
               INTO :SHIN-GOUKEI
               FROM kamokuseiseki k, seisekihyo s
               WHERE k.nendo = s.nendo
                 AND k.gakki = s.gakki
                 AND k.gakusekino = s.gakusekino
                 AND ((k.kamokucode = 1
                       AND s.hougaku IS NOT NULL)
                   OR (k.kamokucode = 2
                       AND s.keizaigaku IS NOT NULL)
                   OR (k.kamokucode = 3
                       AND s.tetsugaku IS NOT NULL)
                   OR (k.kamokucode = 4
                       AND s.jouhoriron IS NOT NULL)
                   OR (k.kamokucode = 5
                       AND s.gaikokugo IS NOT NULL))
             END-EXEC
             PERFORM SQL-KEKKA-KAKUNIN
           END-PERFORM.
           IF KYU-GOUKEI = SHIN-GOUKEI
             THEN
               DISPLAY "照合OK 得点合計:" KYU-GOUKEI
             ELSE
               DISPLAY "照合NG 従来列合計:" KYU-GOUKEI
                       " 科目別合計:" SHIN-GOUKEI
           END-IF.
      *
       移行照合－ＥＸ.
       EXIT.
      *
      ************************************************
       終了処理               SECTION.
      ************************************************
      *
           EXEC SQL
             COMMIT
           END-EXEC.
           DISPLAY "科目初期登録:" 初期登録件数
                   " 科目保守:" 保守件数
                   " 保守却下:" 保守却下件数.
           DISPLAY "得点移行件数:" IKOU-KENSU.
      *
           DISPLAY "***dbpro11 END***".
      *
       終了処理－ＥＸ.
       EXIT.
      *
