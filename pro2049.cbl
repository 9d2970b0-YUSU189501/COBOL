      *  突き合わせ、超過するときは警告する。受験者1名につき
      *  1枚の受験票(JUKENHYO2006)と、PRO2006以降の名簿処理へ
      *  引き継ぐ座席割当ファイル(ZASEKI2006)を書き出す。
      *  受験上の配慮(HAIRYO2006)が承認された受験者は、ほかの
      *  受験者より先に、その配慮に対応できる教室へ割り当てる。
      *  別室対応の教室は配慮で別室が必要な受験者だけに使う。
      *  受験票には試験時間(JUKENJIKAN2006)と配慮事項を印字し、
      *  時間延長の受験者には延長後の終了時刻を示す。会場ごと
      *  の主任監督員向けに配慮者一覧(HAIRYOLIST2006)を出す。
      *  受験票には住所マスタ(ADRMST2006)の宛先を印字し、1通
      *  ごとに発送台帳(HASSO2010)へ登録する。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  会場コード・会場名・教室コード・収容数の会場マスタ。
      *  教室1行で、割当はマスタの並び順に埋める。配慮対応は
      *  時間延長・別室・拡大文字・車椅子の順の対応可否。
           SELECT 会場マスタファイル ASSIGN TO
             "/home/suzuki/DATA/KAIJYOMST2006"
             FILE STATUS IS 会場状態.
      *  試験回・受験者IDごとの受験上の配慮の申請と承認状態。
           SELECT 配慮申請ファイル ASSIGN TO
             "/home/suzuki/DATA/HAIRYO2006"
             FILE STATUS IS 配慮状態.
      *  受験票に印字する標準の試験開始・終了時刻。
           SELECT 試験時間ファイル ASSIGN TO
             "/home/suzuki/DATA/JUKENJIKAN2006"
             FILE STATUS IS 時間状態.
      *  会場ごとの主任監督員向けの配慮者一覧。
           SELECT 配慮一覧ファイル ASSIGN TO
             "/home/suzuki/DATA/HAIRYOLIST2006"
             FILE STATUS IS 一覧状態.
      *  入金済の受験者名簿。ヘッダ・トレーラ付き。
           SELECT 名簿ファイル ASSIGN TO
             "/home/suzuki/DATA/SHIKENMEIBO2"
         03 マスタ会場名      PIC X(20).
         03 マスタ教室コード  PIC X(3).
         03 マスタ収容数      PIC 9(4).
      *  各項目 Y:対応できる。
         03 マスタ配慮対応.
           05 マスタ延長対応  PIC X(1).
           05 マスタ別室対応  PIC X(1).
           05 マスタ拡大対応  PIC X(1).
           05 マスタ車椅子対応 PIC X(1).
      *  配慮種別 E:時間延長 S:別室 L:拡大文字 W:車椅子。
      *  承認状態 A:承認 P:申請中 R:却下。承認分だけ割り当てる。
      *  延長分数は時間延長の申請だけが持つ。
       FD  配慮申請ファイル.
       01  配慮申請レコード.
         03 配慮試験回        PIC 9(2).
         03 配慮受験者ID      PIC X(6).
         03 配慮種別          PIC X(1).
         03 配慮承認状態      PIC X(1).
         03 配慮延長分数      PIC 9(3).
       FD  試験時間ファイル.
       01  試験時間レコード.
         03 指定開始時刻      PIC 9(4).
         03 指定終了時刻      PIC 9(4).
       FD  配慮一覧ファイル.
       01  配慮一覧レコード   PIC X(80).
       FD  名簿ファイル.
       01  名簿レコード.
           COPY CP008.
         03 名簿状態          PIC X(2).
         03 受験票状態        PIC X(2).
         03 割当状態          PIC X(2).
         03 配慮状態          PIC X(2).
         03 時間状態          PIC X(2).
         03 一覧状態          PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
      *  会場マスタ(教室単位)の読み込みテーブル。
           05 表教室コード    PIC X(3).
           05 表収容数        PIC 9(4).
           05 表使用数        PIC 9(4).
           05 表延長対応      PIC X(1).
           05 表別室対応      PIC X(1).
           05 表拡大対応      PIC X(1).
           05 表車椅子対応    PIC X(1).
       01  収容数合計         PIC 9(6) VALUE ZERO.
      *  割当中の教室位置と座席番号。
       01  現教室番号         PIC 9(3) VALUE 1.
      *  受験者1名の割当先。配慮者は先に決めた教室・座席を使う。
       01  割当先教室番号     PIC 9(3).
       01  割当先座席番号     PIC 9(4).
      *  名簿の試験回。承認済の配慮はこの試験回の分を使う。
       01  対象試験回         PIC 9(2) VALUE ZERO.
      *  承認済の配慮を受験者ごとにまとめたテーブル。
      *  割当教室番号ゼロは対応できる教室が見つからなかった者。
       01  配慮テーブルエリア.
         03 配慮件数          PIC 9(3) VALUE ZERO.
         03 配慮番号          PIC 9(3).
         03 該当配慮番号      PIC 9(3).
         03 配慮エントリ      OCCURS 300 TIMES.
           05 表配慮受験者ID  PIC X(6).
           05 表配慮受験者名  PIC X(20).
           05 表配慮延長      PIC X(1).
           05 表配慮別室      PIC X(1).
           05 表配慮拡大      PIC X(1).
           05 表配慮車椅子    PIC X(1).
           05 表延長分数      PIC 9(3).
           05 表配慮教室番号  PIC 9(3).
           05 表配慮座席番号  PIC 9(4).
      *  標準の試験時間と、受験者ごとの終了時刻の計算。
       01  開始時刻           PIC 9(4) VALUE 0930.
       01  終了時刻           PIC 9(4) VALUE 1630.
       01  受験者終了時刻     PIC 9(4).
       01  時刻作業           PIC 9(4).
       01  時刻作業分解 REDEFINES 時刻作業.
         03 時刻作業時        PIC 9(2).
         03 時刻作業分        PIC 9(2).
       01  経過分数           PIC 9(5).
       01  開始時刻編集       PIC X(5).
       01  終了時刻編集       PIC X(5).
       01  配慮事項編集       PIC X(50).
       01  配慮編集位置       PIC 9(3).
       01  行編集位置         PIC 9(3).
       01  前会場コード       PIC X(3).
      *  件数集計。
       01  集計エリア.
         03 受験者数          PIC 9(5) VALUE ZERO.
         03 割当件数          PIC 9(5) VALUE ZERO.
         03 未割当件数        PIC 9(5) VALUE ZERO.
         03 配慮割当件数      PIC 9(5) VALUE ZERO.
         03 配慮割当不可件数  PIC 9(5) VALUE ZERO.
         03 配慮未承認件数    PIC 9(5) VALUE ZERO.
         03 住所未登録数      PIC 9(5) VALUE ZERO.
         03 住所不審数        PIC 9(5) VALUE ZERO.
       01  一覧行             PIC X(80).
       01  受験票行           PIC X(70).
      *  発送登録呼出し(SUB2023)への引き渡し情報。
       01  発送登録情報.
           COPY CP083.
      *  異常終了ログ呼出し(SUB9000)への引き渡し情報。
       01  異常終了情報.
           COPY CP010.
           PERFORM 初期処理.
      *
           PERFORM 収容数検査.
      *
           PERFORM 配慮読込.
      *
           PERFORM 配慮者割当.
      *
           PERFORM 主処理.
      *
           PERFORM 配慮一覧出力.
      *
           PERFORM 終了処理.
      *
                       TO 表収容数(教室件数)
                     MOVE ZERO
                       TO 表使用数(教室件数)
                     MOVE マスタ延長対応
                       TO 表延長対応(教室件数)
                     MOVE マスタ別室対応
                       TO 表別室対応(教室件数)
                     MOVE マスタ拡大対応
                       TO 表拡大対応(教室件数)
                     MOVE マスタ車椅子対応
                       TO 表車椅子対応(教室件数)
                     ADD マスタ収容数 TO 収容数合計
                   ELSE
                     MOVE "PRO2049" TO 発生プログラム名
             ELSE
               CONTINUE
           END-IF.
      *  試験時間ファイルがあれば標準の開始・終了時刻を読み替える。
           OPEN INPUT 試験時間ファイル.
           IF 時間状態 = "00"
             THEN
               READ 試験時間ファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   IF 指定開始時刻 IS NUMERIC
                      AND 指定終了時刻 IS NUMERIC
                      AND 指定開始時刻 < 指定終了時刻
                     THEN
                       MOVE 指定開始時刻 TO 開始時刻
                       MOVE 指定終了時刻 TO 終了時刻
                     ELSE
                       CONTINUE
                   END-IF
               END-READ
               CLOSE 試験時間ファイル
             ELSE
               CONTINUE
           END-IF.
           MOVE 開始時刻 TO 時刻作業.
           PERFORM 時刻編集.
           MOVE 終了時刻編集 TO 開始時刻編集.
      *
       初期処理－ＥＸ.
       EXIT.
                     CONTINUE
                   ELSE
                     ADD 1 TO 受験者数
                     IF 対象試験回 = ZERO
                       THEN
                         MOVE 試験回 OF 名簿レコード
                           TO 対象試験回
                       ELSE
                         CONTINUE
                     END-IF
                 END-IF
             END-READ
           END-PERFORM.
       収容数検査－ＥＸ.
       EXIT.
      *
      ***********************************
       配慮読込               SECTION.
      ***********************************
      *
      *  名簿の試験回の承認済の配慮を受験者ごとにまとめる。
      *  申請中・却下は件数だけ数える。申請が無い日は配慮なし。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 配慮申請ファイル.
           IF 配慮状態 NOT = "00"
             THEN
               GO TO 配慮読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 配慮申請ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 配慮試験回 NOT = 対象試験回
                   THEN
                     CONTINUE
                   ELSE
                     IF 配慮承認状態 = "A"
                       THEN
                         PERFORM 配慮登録
                       ELSE
                         ADD 1 TO 配慮未承認件数
                     END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 配慮申請ファイル.
      *
       配慮読込－ＥＸ.
       EXIT.
      *
      ***********************************
       配慮登録               SECTION.
      ***********************************
      *
           MOVE 配慮受験者ID TO 割当受験者ID.
           PERFORM 配慮検索.
           IF 該当配慮番号 = ZERO
             THEN
               IF 配慮件数 < 300
                 THEN
                   ADD 1 TO 配慮件数
                   INITIALIZE 配慮エントリ(配慮件数)
                   MOVE 配慮受験者ID
                     TO 表配慮受験者ID(配慮件数)
                   MOVE 配慮件数 TO 該当配慮番号
                 ELSE
                   MOVE "PRO2049" TO 発生プログラム名
                   MOVE SPACES TO 入出力状態
                   MOVE "配慮テーブル上限超過"
                     TO 異常終了メッセージ
                   PERFORM 異常終了処理
               END-IF
             ELSE
               CONTINUE
           END-IF.
           EVALUATE 配慮種別
             WHEN "E"
               MOVE "Y" TO 表配慮延長(該当配慮番号)
               IF 配慮延長分数 IS NUMERIC
                 THEN
                   MOVE 配慮延長分数
                     TO 表延長分数(該当配慮番号)
                 ELSE
                   CONTINUE
               END-IF
             WHEN "S"
               MOVE "Y" TO 表配慮別室(該当配慮番号)
             WHEN "L"
               MOVE "Y" TO 表配慮拡大(該当配慮番号)
             WHEN "W"
               MOVE "Y" TO 表配慮車椅子(該当配慮番号)
             WHEN OTHER
               DISPLAY "配慮種別不正 受験者ID:"
                       配慮受験者ID
           END-EVALUATE.
      *
       配慮登録－ＥＸ.
       EXIT.
      *
      ***********************************
       配慮検索               SECTION.
      ***********************************
      *
      *  割当受験者IDの配慮を探す。無ければ該当配慮番号ゼロ。
           MOVE ZERO TO 該当配慮番号.
           PERFORM VARYING 配慮番号 FROM 1 BY 1
             UNTIL 配慮番号 > 配慮件数
             IF 表配慮受験者ID(配慮番号) = 割当受験者ID
               THEN
                 MOVE 配慮番号 TO 該当配慮番号
                 MOVE 配慮件数 TO 配慮番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       配慮検索－ＥＸ.
       EXIT.
      *
      ***********************************
       配慮者割当             SECTION.
      ***********************************
      *
      *  名簿を一度読み、配慮の承認された受験者だけを先に
      *  対応できる教室へ割り当てる。受験票と割当ファイルは
      *  主処理で名簿の順に書き出す。
           IF 配慮件数 = ZERO
             THEN
               GO TO 配慮者割当－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 名簿ファイル.
           PERFORM UNTIL 読込終了
             READ 名簿ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 名簿レコード(1:3) = "HDR" OR
                    名簿レコード(1:3) = "TRL"
                   THEN
                     CONTINUE
                   ELSE
                     MOVE 受験者ID OF 名簿レコード
                       TO 割当受験者ID
                     PERFORM 配慮検索
                     IF 該当配慮番号 > ZERO
                       THEN
                         MOVE 受験者名 OF 名簿レコード
                           TO 表配慮受験者名(該当配慮番号)
                         PERFORM 配慮教室検索
                       ELSE
                         CONTINUE
                     END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 名簿ファイル.
      *
       配慮者割当－ＥＸ.
       EXIT.
      *
      ***********************************
       配慮教室検索           SECTION.
      ***********************************
      *
      *  空きがあり、必要な配慮すべてに対応できる教室を並び
      *  順に探す。別室は別室の必要な受験者どうしで使う。
      *  見つからなければ一般の割当に回し、一覧で知らせる。
           PERFORM VARYING 教室番号 FROM 1 BY 1
             UNTIL 教室番号 > 教室件数
             IF 表使用数(教室番号) < 表収容数(教室番号)
                AND (表配慮延長(該当配慮番号) NOT = "Y"
                     OR 表延長対応(教室番号) = "Y")
                AND (表配慮拡大(該当配慮番号) NOT = "Y"
                     OR 表拡大対応(教室番号) = "Y")
                AND (表配慮車椅子(該当配慮番号) NOT = "Y"
                     OR 表車椅子対応(教室番号) = "Y")
                AND ((表配慮別室(該当配慮番号) = "Y"
                      AND 表別室対応(教室番号) = "Y")
                  OR (表配慮別室(該当配慮番号) NOT = "Y"
                      AND 表別室対応(教室番号) NOT = "Y"))
               THEN
                 ADD 1 TO 表使用数(教室番号)
                 MOVE 教室番号
                   TO 表配慮教室番号(該当配慮番号)
                 MOVE 表使用数(教室番号)
                   TO 表配慮座席番号(該当配慮番号)
                 MOVE 教室件数 TO 教室番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 表配慮教室番号(該当配慮番号) = ZERO
             THEN
               ADD 1 TO 配慮割当不可件数
               DISPLAY "配慮教室なし 受験者ID:"
                       表配慮受験者ID(該当配慮番号)
             ELSE
               ADD 1 TO 配慮割当件数
           END-IF.
      *
       配慮教室検索－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
       座席割当               SECTION.
      ***********************************
      *
      *  配慮で先に決めた教室があればそれを使う。ほかは空き
      *  のある教室をマスタの並び順に探して割り当てる。別室
      *  対応の教室は一般の割当に使わない。
           MOVE 受験者ID OF 名簿レコード TO 割当受験者ID.
           PERFORM 配慮検索.
           IF 該当配慮番号 > ZERO
             THEN
               IF 表配慮教室番号(該当配慮番号) > ZERO
                 THEN
                   MOVE 表配慮教室番号(該当配慮番号)
                     TO 割当先教室番号
                   MOVE 表配慮座席番号(該当配慮番号)
                     TO 割当先座席番号
                   ADD 1 TO 割当件数
                   PERFORM 割当出力
                   PERFORM 受験票出力
                   GO TO 座席割当－ＥＸ
                 ELSE
                   CONTINUE
               END-IF
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 現教室番号 > 教室件数
             OR (表使用数(現教室番号) <
                 表収容数(現教室番号)
                 AND 表別室対応(現教室番号) NOT = "Y")
             ADD 1 TO 現教室番号
           END-PERFORM.
           IF 現教室番号 > 教室件数
                       受験者ID OF 名簿レコード
             ELSE
               ADD 1 TO 表使用数(現教室番号)
               MOVE 現教室番号 TO 割当先教室番号
               MOVE 表使用数(現教室番号)
                 TO 割当先座席番号
               ADD 1 TO 割当件数
               PERFORM 割当出力
               PERFORM 受験票出力
           MOVE 試験回 OF 名簿レコード TO 割当試験回.
           MOVE 受験者ID OF 名簿レコード
             TO 割当受験者ID.
           MOVE 表会場コード(割当先教室番号)
             TO 割当会場コード.
           MOVE 表教室コード(割当先教室番号)
             TO 割当教室コード.
           MOVE 割当先座席番号 TO 割当座席番号.
           WRITE 割当レコード.
      *
       割当出力－ＥＸ.
           WRITE 受験票レコード FROM 受験票行
             AFTER PAGE
           END-WRITE.
      *  宛先を引いて発送台帳へ登録し、住所を印字する。
           PERFORM 発送登録.
           IF 発送登録状態 = "10"
             THEN
               CONTINUE
             ELSE
               MOVE SPACES TO 受験票行
               STRING "〒" DELIMITED BY SIZE
                      登録郵便番号 DELIMITED BY SIZE
                      INTO 受験票行
               WRITE 受験票レコード FROM 受験票行
                 AFTER 2 LINE
               END-WRITE
               MOVE 登録住所 TO 受験票行
               WRITE 受験票レコード FROM 受験票行
           END-IF.
           MOVE SPACES TO 受験票行.
           STRING "受験者名:" DELIMITED BY SIZE
                  受験者名 OF 名簿レコード
           WRITE 受験票レコード FROM 受験票行.
           MOVE SPACES TO 受験票行.
           STRING "会場:" DELIMITED BY SIZE
                  表会場名(割当先教室番号)
                  DELIMITED BY SIZE
                  " 教室:" DELIMITED BY SIZE
                  表教室コード(割当先教室番号)
                  DELIMITED BY SIZE
                  " 座席:" DELIMITED BY SIZE
                  割当先座席番号
                  DELIMITED BY SIZE
                  INTO 受験票行.
           WRITE 受験票レコード FROM 受験票行.
      *  試験時間。時間延長の受験者は延長後の終了時刻を示す。
           PERFORM 受験者時刻計算.
           MOVE SPACES TO 受験票行.
           MOVE 1 TO 行編集位置.
           STRING "試験時間:" DELIMITED BY SIZE
                  開始時刻編集 DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  終了時刻編集 DELIMITED BY SIZE
                  INTO 受験票行
                  WITH POINTER 行編集位置.
           IF 該当配慮番号 > ZERO
             THEN
               IF 表延長分数(該当配慮番号) > ZERO
                 THEN
                   STRING " (時間延長" DELIMITED BY SIZE
                          表延長分数(該当配慮番号)
                          DELIMITED BY SIZE
                          "分)" DELIMITED BY SIZE
                          INTO 受験票行
                          WITH POINTER 行編集位置
                 ELSE
                   CONTINUE
               END-IF
             ELSE
               CONTINUE
           END-IF.
           WRITE 受験票レコード FROM 受験票行.
           IF 該当配慮番号 > ZERO
             THEN
               PERFORM 配慮事項編集処理
               MOVE SPACES TO 受験票行
               STRING "配慮事項:" DELIMITED BY SIZE
                      配慮事項編集 DELIMITED BY SIZE
                      INTO 受験票行
               WRITE 受験票レコード FROM 受験票行
             ELSE
               CONTINUE
           END-IF.
      *
       受験票出力－ＥＸ.
       EXIT.
      *
      ***********************************
       発送登録               SECTION.
      ***********************************
      *
      *  住所は渡さず、住所マスタから引いたものを受け取る。
           MOVE SPACES TO 発送登録情報.
           MOVE "R"  TO 発送要求区分.
           MOVE "JH" TO 登録文書区分.
           MOVE "J"  TO 登録対象区分.
           MOVE 受験者ID OF 名簿レコード
             TO 登録対象コード.
           MOVE 受験者名 OF 名簿レコード TO 登録宛名.
           MOVE "PRO2049" TO 登録プログラム.
           CALL "SUB2023" USING 発送登録情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "10" TO 発送登録状態
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           EVALUATE 発送登録状態
             WHEN "10"
               ADD 1 TO 住所未登録数
               DISPLAY "住所未登録 受験者ID:"
                       受験者ID OF 名簿レコード
             WHEN "20"
               ADD 1 TO 住所不審数
               DISPLAY "住所不審 受験者ID:"
                       受験者ID OF 名簿レコード
             WHEN "30"
               DISPLAY "発送台帳の書き込み不可 受験者ID:"
                       受験者ID OF 名簿レコード
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
       発送登録－ＥＸ.
       EXIT.
      *
      ***********************************
       受験者時刻計算         SECTION.
      ***********************************
      *
      *  標準の終了時刻に受験者の延長分数を足した時刻を
      *  終了時刻編集に置く。延長が無ければ標準の終了時刻。
           MOVE 終了時刻 TO 受験者終了時刻.
           IF 該当配慮番号 > ZERO
             THEN
               IF 表延長分数(該当配慮番号) > ZERO
                 THEN
                   MOVE 終了時刻 TO 時刻作業
                   COMPUTE 経過分数 =
                     時刻作業時 * 60 + 時刻作業分
                     + 表延長分数(該当配慮番号)
                   DIVIDE 経過分数 BY 60
                     GIVING 時刻作業時
                     REMAINDER 時刻作業分
                   MOVE 時刻作業 TO 受験者終了時刻
                 ELSE
                   CONTINUE
               END-IF
             ELSE
               CONTINUE
           END-IF.
           MOVE 受験者終了時刻 TO 時刻作業.
           PERFORM 時刻編集.
      *
       受験者時刻計算－ＥＸ.
       EXIT.
      *
      ***********************************
       時刻編集               SECTION.
      ***********************************
      *
      *  時刻作業(HHMM)をHH:MMの形で終了時刻編集に置く。
           MOVE SPACES TO 終了時刻編集.
           STRING 時刻作業時 DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  時刻作業分 DELIMITED BY SIZE
                  INTO 終了時刻編集.
      *
       時刻編集－ＥＸ.
       EXIT.
      *
      ***********************************
       配慮事項編集処理       SECTION.
      ***********************************
      *
      *  該当配慮番号の配慮を名称で並べて配慮事項編集に置く。
           MOVE SPACES TO 配慮事項編集.
           MOVE 1 TO 配慮編集位置.
           IF 表配慮延長(該当配慮番号) = "Y"
             THEN
               STRING "時間延長 " DELIMITED BY SIZE
                      INTO 配慮事項編集
                      WITH POINTER 配慮編集位置
             ELSE
               CONTINUE
           END-IF.
           IF 表配慮別室(該当配慮番号) = "Y"
             THEN
               STRING "別室 " DELIMITED BY SIZE
                      INTO 配慮事項編集
                      WITH POINTER 配慮編集位置
             ELSE
               CONTINUE
           END-IF.
           IF 表配慮拡大(該当配慮番号) = "Y"
             THEN
               STRING "拡大文字 " DELIMITED BY SIZE
                      INTO 配慮事項編集
                      WITH POINTER 配慮編集位置
             ELSE
               CONTINUE
           END-IF.
           IF 表配慮車椅子(該当配慮番号) = "Y"
             THEN
               STRING "車椅子 " DELIMITED BY SIZE
                      INTO 配慮事項編集
                      WITH POINTER 配慮編集位置
             ELSE
               CONTINUE
           END-IF.
      *
       配慮事項編集処理－ＥＸ.
       EXIT.
      *
      ***********************************
       配慮一覧出力           SECTION.
      ***********************************
      *
      *  会場ごとに配慮者を教室・座席の順で並べ、主任監督員へ
      *  渡す。対応できる教室の無かった受験者は最後に示す。
           OPEN OUTPUT 配慮一覧ファイル.
           MOVE SPACES TO 前会場コード.
           MOVE SPACES TO 一覧行.
           STRING "受験上の配慮者一覧 試験回:"
                  DELIMITED BY SIZE
                  対象試験回 DELIMITED BY SIZE
                  INTO 一覧行.
           WRITE 配慮一覧レコード FROM 一覧行.
           PERFORM VARYING 教室番号 FROM 1 BY 1
             UNTIL 教室番号 > 教室件数
             PERFORM 教室配慮者出力
           END-PERFORM.
           IF 配慮割当不可件数 > ZERO
             THEN
               MOVE SPACES TO 一覧行
               MOVE "配慮教室を確保できなかった受験者"
                 TO 一覧行
               WRITE 配慮一覧レコード FROM 一覧行
                 AFTER 2 LINE
               END-WRITE
               MOVE ZERO TO 教室番号
               PERFORM 教室配慮者出力
             ELSE
               CONTINUE
           END-IF.
           CLOSE 配慮一覧ファイル.
      *
       配慮一覧出力－ＥＸ.
       EXIT.
      *
      ***********************************
       教室配慮者出力         SECTION.
      ***********************************
      *
      *  教室番号の教室に割り当てた配慮者を書く。会場の最初の
      *  配慮者の前に会場見出しを置く。教室番号ゼロは割当不可。
           PERFORM VARYING 配慮番号 FROM 1 BY 1
             UNTIL 配慮番号 > 配慮件数
             IF 表配慮教室番号(配慮番号) = 教室番号
                AND 表配慮受験者名(配慮番号) NOT = SPACES
               THEN
                 PERFORM 配慮者行出力
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       教室配慮者出力－ＥＸ.
       EXIT.
      *
      ***********************************
       配慮者行出力           SECTION.
      ***********************************
      *
           MOVE 配慮番号 TO 該当配慮番号.
           IF 教室番号 > ZERO
             THEN
               IF 表会場コード(教室番号) NOT =
                  前会場コード
                 THEN
                   MOVE 表会場コード(教室番号)
                     TO 前会場コード
                   MOVE SPACES TO 一覧行
                   STRING 表会場コード(教室番号)
                          DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          表会場名(教室番号)
                          DELIMITED BY SIZE
                          INTO 一覧行
                   WRITE 配慮一覧レコード FROM 一覧行
                     AFTER 2 LINE
                   END-WRITE
                 ELSE
                   CONTINUE
               END-IF
             ELSE
               CONTINUE
           END-IF.
           PERFORM 受験者時刻計算.
           PERFORM 配慮事項編集処理.
           MOVE SPACES TO 一覧行.
           MOVE 1 TO 行編集位置.
           IF 教室番号 > ZERO
             THEN
               STRING "  教室:" DELIMITED BY SIZE
                      表教室コード(教室番号)
                      DELIMITED BY SIZE
                      " 座席:" DELIMITED BY SIZE
                      表配慮座席番号(配慮番号)
                      DELIMITED BY SIZE
                      INTO 一覧行
                      WITH POINTER 行編集位置
             ELSE
               CONTINUE
           END-IF.
           STRING "  " DELIMITED BY SIZE
                  表配慮受験者ID(配慮番号) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  表配慮受験者名(配慮番号) DELIMITED BY SIZE
                  " 終了:" DELIMITED BY SIZE
                  終了時刻編集 DELIMITED BY SIZE
                  INTO 一覧行
                  WITH POINTER 行編集位置.
           WRITE 配慮一覧レコード FROM 一覧行.
           MOVE SPACES TO 一覧行.
           STRING "    配慮:" DELIMITED BY SIZE
                  配慮事項編集 DELIMITED BY SIZE
                  INTO 一覧行.
           WRITE 配慮一覧レコード FROM 一覧行.
      *
       配慮者行出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
           CLOSE 割当ファイル.
           DISPLAY "割当件数:" 割当件数
                   " 未割当件数:" 未割当件数.
           DISPLAY "配慮割当:" 配慮割当件数
                   " 配慮教室なし:" 配慮割当不可件数
                   " 配慮未承認:" 配慮未承認件数.
           DISPLAY "住所未登録:" 住所未登録数
                   " 住所不審:" 住所不審数.
      *
           DISPLAY "***PRO2049 END***".
      *
