       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2094.
      *  団体請求書の作成プログラム。団体申込名簿
      *  (DANTAIMEIBO2006)の団員のうち受験者名簿(SHIKENMEIBOC)
      *  にいる者を団体マスタ(DANTAIMST2006)の団体ごと・試験回
      *  ごとにまとめ、団員の一覧と受験料の合計を載せた請求書を
      *  請求書ファイル(SEIKYUSHO2006)へ1団体1ページで書き出す。
      *  支払期限は試験回マスタの入金締切日とする。団員は消込
      *  順位の順に並べ、一括入金が足りないときにPRO2031が消し
      *  込む順と合わせる。制御ファイル(SEIKYUPARM2006)で試験回
      *  を指定するとその回だけを作る。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  一括入金する団体のマスタと団体で申し込んだ受験者。
           SELECT 団体マスタファイル ASSIGN TO
             "/home/suzuki/DATA/DANTAIMST2006"
             FILE STATUS IS 団体状態.
           SELECT 団体名簿ファイル ASSIGN TO
             "/home/suzuki/DATA/DANTAIMEIBO2006"
             FILE STATUS IS 団体名簿状態.
      *  PRO2025の検査を通った受験者名簿。氏名を取る。
           SELECT 名簿ファイル ASSIGN TO
             "/home/suzuki/DATA/SHIKENMEIBOC"
             FILE STATUS IS 名簿状態.
      *  試験回ごとの入金締切を持つ試験回マスタ。
           SELECT 試験回マスタファイル ASSIGN TO
             "/home/suzuki/DATA/SHIKENKAIMST2006"
             FILE STATUS IS 試験回状態.
      *  請求する試験回の指定。任意。
           SELECT 請求制御ファイル ASSIGN TO
             "/home/suzuki/DATA/SEIKYUPARM2006"
             FILE STATUS IS 制御状態.
      *  団体あての請求書。
           SELECT 請求書ファイル ASSIGN TO
             "/home/suzuki/DATA/SEIKYUSHO2006"
             FILE STATUS IS 請求書状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  団体マスタファイル.
       01  団体マスタレコード.
           COPY CP047.
       FD  団体名簿ファイル.
       01  団体名簿レコード.
           COPY CP048.
       FD  名簿ファイル.
       01  名簿レコード.
           COPY CP008.
       FD  試験回マスタファイル.
       01  試験回マスタレコード.
           05 マスタ試験回    PIC 9(02).
           05 マスタ申込開始日 PIC 9(08).
           05 マスタ申込締切日 PIC 9(08).
           05 マスタ入金締切日 PIC 9(08).
           05 マスタ試験日    PIC 9(08).
           05 マスタ発表日    PIC 9(08).
      *  指定試験回ゼロはすべての試験回とする。
       FD  請求制御ファイル.
       01  請求制御レコード.
         03 指定試験回        PIC 9(02).
       FD  請求書ファイル.
       01  請求書レコード     PIC X(80).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 団体状態          PIC X(2).
         03 団体名簿状態      PIC X(2).
         03 名簿状態          PIC X(2).
         03 試験回状態        PIC X(2).
         03 制御状態          PIC X(2).
         03 請求書状態        PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
       01  請求試験回         PIC 9(2) VALUE ZERO.
      *  団体マスタのテーブル。
       01  団体テーブルエリア.
         03 団体件数          PIC 9(3) VALUE ZERO.
         03 団体番号          PIC 9(3).
         03 該当団体番号      PIC 9(3).
         03 団体エントリ      OCCURS 200 TIMES.
           05 表団体コード    PIC X(06).
           05 表団体名        PIC X(40).
           05 表団体郵便番号  PIC X(07).
           05 表団体住所      PIC X(60).
           05 表団体担当者名  PIC X(20).
           05 表団体単価      PIC 9(06).
      *  団員のテーブル。団員状態 空白:名簿になし N:未出力
      *  Y:請求書へ出力済。
       01  団員テーブルエリア.
         03 団員件数          PIC 9(4) VALUE ZERO.
         03 団員番号          PIC 9(4).
         03 該当団員番号      PIC 9(4).
         03 最小団員番号      PIC 9(4).
         03 団員エントリ      OCCURS 2000 TIMES.
           05 表団員試験回    PIC 9(02).
           05 表団員受験者ID  PIC X(06).
           05 表団員団体番号  PIC 9(03).
           05 表団員順位      PIC 9(03).
           05 表団員氏名      PIC X(20).
           05 表団員状態      PIC X(01).
      *  試験回マスタの入金締切日。
       01  試験回テーブルエリア.
         03 試験回件数        PIC 9(2) VALUE ZERO.
         03 試験回番号        PIC 9(2).
         03 試験回エントリ    OCCURS 20 TIMES.
           05 表試験回        PIC 9(02).
           05 表入金締切日    PIC 9(08).
       01  探索団体コード     PIC X(06).
       01  対象試験回         PIC 9(02).
       01  支払期限           PIC 9(08).
      *  請求書1通分と全体の集計。
       01  請求集計エリア.
         03 請求人数          PIC 9(4).
         03 請求金額          PIC 9(10).
       01  総計エリア.
         03 請求書通数        PIC 9(5) VALUE ZERO.
         03 総請求人数        PIC 9(5) VALUE ZERO.
         03 総請求金額        PIC 9(12) VALUE ZERO.
         03 名簿なし件数      PIC 9(5) VALUE ZERO.
       01  レポート行         PIC X(80).
       01  帳票編集.
         03 編集金額          PIC ZZZ,ZZZ,ZZ9.
         03 編集単価          PIC ZZZ,ZZ9.
         03 編集総額          PIC ZZ,ZZZ,ZZZ,ZZ9.
      *  請求書の明細行。
       01  明細行.
         03 FILLER            PIC X(02) VALUE SPACES.
         03 明細順位          PIC ZZ9.
         03 FILLER            PIC X(02) VALUE SPACES.
         03 明細受験者ID      PIC X(06).
         03 FILLER            PIC X(02) VALUE SPACES.
         03 明細氏名          PIC X(20).
         03 FILLER            PIC X(02) VALUE SPACES.
         03 明細受験料        PIC ZZZ,ZZ9.
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
           DISPLAY "***PRO2094 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           OPEN INPUT 請求制御ファイル.
           IF 制御状態 = "00"
             THEN
               READ 請求制御ファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE 指定試験回 TO 請求試験回
               END-READ
               CLOSE 請求制御ファイル
             ELSE
               CONTINUE
           END-IF.
      *  団体マスタをテーブルへ読み込む。
           OPEN INPUT 団体マスタファイル.
           IF 団体状態 NOT = "00"
             THEN
               MOVE "PRO2094" TO 発生プログラム名
               MOVE 団体状態 TO 入出力状態
               MOVE "団体マスタのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 団体マスタファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 団体件数 < 200
                   THEN
                     ADD 1 TO 団体件数
                     MOVE 団体コード
                       TO 表団体コード(団体件数)
                     MOVE 団体名 TO 表団体名(団体件数)
                     MOVE 団体郵便番号
                       TO 表団体郵便番号(団体件数)
                     MOVE 団体住所 TO 表団体住所(団体件数)
                     MOVE 団体担当者名
                       TO 表団体担当者名(団体件数)
                     MOVE 団体単価 TO 表団体単価(団体件数)
                   ELSE
                     MOVE "PRO2094" TO 発生プログラム名
                     MOVE SPACES TO 入出力状態
                     MOVE "団体テーブル上限超過"
                       TO 異常終了メッセージ
                     PERFORM 異常終了処理
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 団体マスタファイル.
      *  団体申込名簿をテーブルへ読み込む。
           OPEN INPUT 団体名簿ファイル.
           IF 団体名簿状態 NOT = "00"
             THEN
               MOVE "PRO2094" TO 発生プログラム名
               MOVE 団体名簿状態 TO 入出力状態
               MOVE "団体申込名簿のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 団体名簿ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 請求試験回 = ZERO
                    OR 請求試験回 = 団員試験回
                   THEN
                     PERFORM 団員登録
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 団体名簿ファイル.
      *  受験者名簿から団員の氏名を取る。名簿にいない団員は
      *  請求しない。
           OPEN INPUT 名簿ファイル.
           IF 名簿状態 NOT = "00"
             THEN
               MOVE "PRO2094" TO 発生プログラム名
               MOVE 名簿状態 TO 入出力状態
               MOVE "名簿ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 名簿ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 EVALUATE 名簿レコード(1:3)
                   WHEN "HDR"
                     CONTINUE
                   WHEN "TRL"
                     CONTINUE
                   WHEN OTHER
                     PERFORM 団員名簿照合
                 END-EVALUATE
             END-READ
           END-PERFORM.
           CLOSE 名簿ファイル.
      *  試験回マスタの入金締切日を支払期限に使う。
           OPEN INPUT 試験回マスタファイル.
           IF 試験回状態 NOT = "00"
             THEN
               DISPLAY "試験回マスタなし。"
             ELSE
               PERFORM UNTIL 試験回状態 NOT = "00"
                 READ 試験回マスタファイル
                   AT END
                     CONTINUE
                   NOT AT END
                     IF 試験回件数 < 20
                       THEN
                         ADD 1 TO 試験回件数
                         MOVE マスタ試験回
                           TO 表試験回(試験回件数)
                         MOVE マスタ入金締切日
                           TO 表入金締切日(試験回件数)
                       ELSE
                         DISPLAY "試験回テーブル"
                                 "上限超過。"
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 試験回マスタファイル
           END-IF.
           OPEN OUTPUT 請求書ファイル.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       団員登録               SECTION.
      ***********************************
      *
      *  団体マスタに無い団体コードの団員は請求しない。
           MOVE 団員団体コード TO 探索団体コード.
           MOVE ZERO TO 該当団体番号.
           PERFORM VARYING 団体番号 FROM 1 BY 1
             UNTIL 団体番号 > 団体件数
             IF 表団体コード(団体番号) = 探索団体コード
               THEN
                 MOVE 団体番号 TO 該当団体番号
                 MOVE 団体件数 TO 団体番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当団体番号 = ZERO
             THEN
               DISPLAY "団体マスタなし 団体:"
                       団員団体コード
                       " 受験者ID:" 団員受験者ID
               GO TO 団員登録－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 団員件数 >= 2000
             THEN
               MOVE "PRO2094" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "団員テーブル上限超過"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 団員件数.
           MOVE 団員試験回 TO 表団員試験回(団員件数).
           MOVE 団員受験者ID TO 表団員受験者ID(団員件数).
           MOVE 該当団体番号
             TO 表団員団体番号(団員件数).
           MOVE 団員消込順位 TO 表団員順位(団員件数).
           MOVE SPACES TO 表団員氏名(団員件数).
           MOVE SPACE TO 表団員状態(団員件数).
      *
       団員登録－ＥＸ.
       EXIT.
      *
      ***********************************
       団員名簿照合           SECTION.
      ***********************************
      *
           PERFORM VARYING 団員番号 FROM 1 BY 1
             UNTIL 団員番号 > 団員件数
             IF 表団員試験回(団員番号) =
                試験回 OF 名簿レコード
                AND 表団員受験者ID(団員番号) =
                    受験者ID OF 名簿レコード
               THEN
                 MOVE 受験者名 OF 名簿レコード
                   TO 表団員氏名(団員番号)
                 MOVE "N" TO 表団員状態(団員番号)
                 MOVE 団員件数 TO 団員番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       団員名簿照合－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
      *  団体ごとに、未出力の団員の最も小さい試験回から順に
      *  1試験回1通の請求書を作る。
           PERFORM VARYING 団体番号 FROM 1 BY 1
             UNTIL 団体番号 > 団体件数
             MOVE 99 TO 対象試験回
             PERFORM 団体請求
               UNTIL 対象試験回 = ZERO
           END-PERFORM.
           PERFORM VARYING 団員番号 FROM 1 BY 1
             UNTIL 団員番号 > 団員件数
             IF 表団員状態(団員番号) = SPACE
               THEN
                 ADD 1 TO 名簿なし件数
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       団体請求               SECTION.
      ***********************************
      *
      *  この団体の未出力の団員から最も小さい試験回を探す。
      *  無ければ対象試験回をゼロにして終える。
           MOVE ZERO TO 対象試験回.
           PERFORM VARYING 団員番号 FROM 1 BY 1
             UNTIL 団員番号 > 団員件数
             IF 表団員団体番号(団員番号) = 団体番号
                AND 表団員状態(団員番号) = "N"
               THEN
                 IF 対象試験回 = ZERO
                    OR 表団員試験回(団員番号) <
                       対象試験回
                   THEN
                     MOVE 表団員試験回(団員番号)
                       TO 対象試験回
                   ELSE
                     CONTINUE
                 END-IF
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 対象試験回 = ZERO
             THEN
               GO TO 団体請求－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE ZERO TO 請求人数.
           MOVE ZERO TO 請求金額.
           PERFORM 請求見出し出力.
           MOVE 9999 TO 最小団員番号.
           PERFORM 請求明細出力
             UNTIL 最小団員番号 = ZERO.
           PERFORM 請求合計出力.
      *
       団体請求－ＥＸ.
       EXIT.
      *
      ***********************************
       請求見出し出力         SECTION.
      ***********************************
      *
           MOVE ZERO TO 支払期限.
           PERFORM VARYING 試験回番号 FROM 1 BY 1
             UNTIL 試験回番号 > 試験回件数
             IF 表試験回(試験回番号) = 対象試験回
               THEN
                 MOVE 表入金締切日(試験回番号)
                   TO 支払期限
                 MOVE 試験回件数 TO 試験回番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           MOVE SPACES TO レポート行.
           MOVE "御請求書" TO レポート行(33:12).
           WRITE 請求書レコード FROM レポート行
             AFTER PAGE
           END-WRITE.
           MOVE SPACES TO レポート行.
           STRING "請求日:" DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO レポート行(56:25).
           WRITE 請求書レコード FROM レポート行.
           MOVE SPACES TO レポート行.
           STRING "〒" DELIMITED BY SIZE
                  表団体郵便番号(団体番号) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  表団体住所(団体番号) DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 請求書レコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO レポート行.
           STRING 表団体名(団体番号) DELIMITED BY "  "
                  " 御中" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 請求書レコード FROM レポート行.
           IF 表団体担当者名(団体番号) NOT = SPACES
             THEN
               MOVE SPACES TO レポート行
               STRING "御担当 " DELIMITED BY SIZE
                      表団体担当者名(団体番号)
                      DELIMITED BY "  "
                      " 様" DELIMITED BY SIZE
                      INTO レポート行
               WRITE 請求書レコード FROM レポート行
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO レポート行.
           STRING "団体コード:" DELIMITED BY SIZE
                  表団体コード(団体番号) DELIMITED BY SIZE
                  " 試験回:" DELIMITED BY SIZE
                  対象試験回 DELIMITED BY SIZE
                  " お支払期限:" DELIMITED BY SIZE
                  支払期限 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 請求書レコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO レポート行.
           MOVE "順位" TO レポート行(2:6).
           MOVE "受験者ID" TO レポート行(8:11).
           MOVE "氏名" TO レポート行(19:6).
           MOVE "受験料" TO レポート行(41:9).
           WRITE 請求書レコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
      *
       請求見出し出力－ＥＸ.
       EXIT.
      *
      ***********************************
       請求明細出力           SECTION.
      ***********************************
      *
      *  対象試験回の未出力の団員のうち消込順位の最も小さい
      *  者を1行出力する。同順位は団体申込名簿の並び順とする。
           MOVE ZERO TO 最小団員番号.
           PERFORM VARYING 団員番号 FROM 1 BY 1
             UNTIL 団員番号 > 団員件数
             IF 表団員団体番号(団員番号) = 団体番号
                AND 表団員試験回(団員番号) = 対象試験回
                AND 表団員状態(団員番号) = "N"
               THEN
                 IF 最小団員番号 = ZERO
                   THEN
                     MOVE 団員番号 TO 最小団員番号
                   ELSE
                     IF 表団員順位(団員番号) <
                        表団員順位(最小団員番号)
                       THEN
                         MOVE 団員番号 TO 最小団員番号
                       ELSE
                         CONTINUE
                     END-IF
                 END-IF
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 最小団員番号 = ZERO
             THEN
               GO TO 請求明細出力－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "Y" TO 表団員状態(最小団員番号).
           MOVE 表団員順位(最小団員番号) TO 明細順位.
           MOVE 表団員受験者ID(最小団員番号)
             TO 明細受験者ID.
           MOVE 表団員氏名(最小団員番号) TO 明細氏名.
           MOVE 表団体単価(団体番号) TO 明細受験料.
           WRITE 請求書レコード FROM 明細行.
           ADD 1 TO 請求人数.
           ADD 表団体単価(団体番号) TO 請求金額.
      *
       請求明細出力－ＥＸ.
       EXIT.
      *
      ***********************************
       請求合計出力           SECTION.
      ***********************************
      *
           MOVE 表団体単価(団体番号) TO 編集単価.
           MOVE 請求金額 TO 編集金額.
           MOVE SPACES TO レポート行.
           STRING "受験者数:" DELIMITED BY SIZE
                  請求人数 DELIMITED BY SIZE
                  "名 単価:" DELIMITED BY SIZE
                  編集単価 DELIMITED BY SIZE
                  "円 御請求額:" DELIMITED BY SIZE
                  編集金額 DELIMITED BY SIZE
                  "円" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 請求書レコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
      *  一括入金を団体に結び付けられるよう団体コードを添えて
      *  もらう。
           MOVE SPACES TO レポート行.
           STRING "お振込の際は依頼人名の前に"
                  "団体コード(" DELIMITED BY SIZE
                  表団体コード(団体番号) DELIMITED BY SIZE
                  ")を付けて" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 請求書レコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO レポート行.
           STRING "ください。一部のお支払いは"
                  "上記の順位の順に" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 請求書レコード FROM レポート行.
           MOVE "受験料に充てます。" TO レポート行.
           WRITE 請求書レコード FROM レポート行.
           ADD 1 TO 請求書通数.
           ADD 請求人数 TO 総請求人数.
           ADD 請求金額 TO 総請求金額.
      *
       請求合計出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           MOVE 総請求金額 TO 編集総額.
           MOVE SPACES TO レポート行.
           MOVE "作成集計" TO レポート行.
           WRITE 請求書レコード FROM レポート行
             AFTER PAGE
           END-WRITE.
           MOVE SPACES TO レポート行.
           STRING "請求書:" DELIMITED BY SIZE
                  請求書通数 DELIMITED BY SIZE
                  " 受験者:" DELIMITED BY SIZE
                  総請求人数 DELIMITED BY SIZE
                  " 請求額計:" DELIMITED BY SIZE
                  編集総額 DELIMITED BY SIZE
                  " 名簿なし:" DELIMITED BY SIZE
                  名簿なし件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 請求書レコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           CLOSE 請求書ファイル.
           DISPLAY "請求書:" 請求書通数
                   " 受験者:" 総請求人数
                   " 名簿なし:" 名簿なし件数.
           DISPLAY "***PRO2094 END***".
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
