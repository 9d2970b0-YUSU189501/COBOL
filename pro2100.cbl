       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2100.
      *  月次の家計収支表。収入台帳(SHUNYU2010)と領収書台帳
      *  (RYOSYUSHO1と年月分割ファイル)から、対象年月の収入を
      *  収入区分別(総支給・源泉徴収・手取り)に、支出を商品区分
      *  マスタ(KUBUNMST2010)の区分別(返品差し引き後)に並べ、
      *  収支差額(手取り-支出)と貯蓄率(収支差額÷手取り)を
      *  家計収支表(KAKEIRPT2010)へ書く。あわせて対象年月まで
      *  の直近12か月の月別収入・支出・収支・貯蓄率と12か月
      *  合計を並べる。対象年月は指定ファイル(KAKEIPRM2010)で
      *  指定し、無ければ実行月とする。償却表示指定
      *  (SHOKYAKUSEL2010)が"1"のときは、固定資産として計上済み
      *  の購入を支出から除き、代わりに月次の償却額(SUB2019で
      *  照会)を支出に含める。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  対象年月の指定。無くてもよい。
           SELECT 指定ファイル ASSIGN TO
             "/home/suzuki/DATA/KAKEIPRM2010"
             FILE STATUS IS 指定状態.
      *  PRO2099が追記する収入台帳。
           SELECT 収入台帳ファイル ASSIGN TO
             "/home/suzuki/DATA/SHUNYU2010"
             FILE STATUS IS 収入状態.
      *  固定資産を償却額で示すかの指定("1":償却額で示す)。
           SELECT 償却表示ファイル ASSIGN TO
             "/home/suzuki/DATA/SHOKYAKUSEL2010"
             FILE STATUS IS 償却表示状態.
      *  台帳は年月分割後、カタログを介して対象期間の分割
      *  ファイルとRYOSYUSHO1(当期未分割分)を切り替えて読む。
           SELECT 領収書ファイル ASSIGN TO DYNAMIC 台帳名
             FILE STATUS IS 領収状態.
      *  年月分割された台帳のカタログ。
           SELECT カタログファイル ASSIGN TO
             "/home/suzuki/DATA/RYOSYUCAT2010"
             FILE STATUS IS カタログ状態.
      *  区分コード・名称・表示順を持つ商品区分マスタ。
           SELECT 区分マスタファイル ASSIGN TO
             "/home/suzuki/DATA/KUBUNMST2010"
             FILE STATUS IS 区分マスタ状態.
      *  家計収支表。
           SELECT 収支表ファイル ASSIGN TO
             "/home/suzuki/DATA/KAKEIRPT2010"
             FILE STATUS IS 収支表状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  指定ファイル.
       01  指定レコード.
         03 指定年月          PIC 9(6).
       FD  収入台帳ファイル.
       01  収入台帳レコード.
           COPY CP056.
       FD  償却表示ファイル.
       01  償却表示レコード.
         03 償却表示指定      PIC X(1).
       FD  領収書ファイル.
       01  領収書レコード.
           COPY CP014.
       FD  カタログファイル.
       01  カタログレコード.
         03 カタログ年月      PIC 9(6).
         03 カタログファイル名 PIC X(60).
         03 カタログ禁止フラグ PIC X(1).
       FD  区分マスタファイル.
       01  区分マスタレコード.
           05 マスタ区分コード PIC X(02).
           05 マスタ区分名     PIC X(20).
           05 マスタ表示順     PIC 9(02).
           05 マスタ税率       PIC 9(02)V9.
       FD  収支表ファイル.
       01  収支表レコード     PIC X(80).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 指定状態          PIC X(2).
         03 収入状態          PIC X(2).
         03 領収状態          PIC X(2).
         03 カタログ状態      PIC X(2).
         03 区分マスタ状態    PIC X(2).
         03 収支表状態        PIC X(2).
         03 償却表示状態      PIC X(2).
      *  "1"は固定資産の購入を償却額に置き換えて示す。
       01  償却表示区分       PIC X(1) VALUE SPACE.
           88 償却額表示      VALUE "1".
      *  固定資産照会呼出し(SUB2019)への引き渡し情報。
       01  固定資産照会情報.
           COPY CP060.
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
      *  対象年月と12か月の窓。月通番は年×12+月-1。
       01  対象年月           PIC 9(6).
       01  対象年月分解 REDEFINES 対象年月.
         03 対象年            PIC 9(4).
         03 対象月            PIC 9(2).
       01  対象月通番         PIC 9(6).
       01  明細月通番         PIC 9(6).
       01  明細年月           PIC 9(6).
       01  明細年月分解 REDEFINES 明細年月.
         03 明細年            PIC 9(4).
         03 明細月            PIC 9(2).
       01  月位置             PIC S9(3).
       01  範囲開始年月       PIC 9(6).
      *  直近12か月の月別集計。12が対象年月。
       01  月別集計エリア.
         03 月番号            PIC 9(2).
         03 月別エントリ      OCCURS 12 TIMES.
           05 表月年月        PIC 9(6).
           05 表月手取り      PIC S9(11).
           05 表月支出        PIC S9(11).
      *  対象年月の収入区分別集計。
       01  収入区分エリア.
         03 収入区分番号      PIC 9(1).
         03 収入区分エントリ  OCCURS 7 TIMES.
           05 表収入区分      PIC X(2).
           05 表収入区分名    PIC X(16).
           05 表総支給        PIC 9(11).
           05 表源泉          PIC 9(11).
           05 表手取り        PIC 9(11).
       01  収入区分初期値.
         03 FILLER            PIC X(18) VALUE "01給与".
         03 FILLER            PIC X(18) VALUE "02賞与".
         03 FILLER            PIC X(18) VALUE "03事業・副業".
         03 FILLER            PIC X(18) VALUE "04年金".
         03 FILLER            PIC X(18) VALUE "05利子・配当".
         03 FILLER            PIC X(18) VALUE "06一時収入".
         03 FILLER            PIC X(18) VALUE "09その他".
       01  収入区分初期表 REDEFINES 収入区分初期値.
         03 初期収入区分      OCCURS 7 TIMES.
           05 初期区分コード  PIC X(2).
           05 初期区分名      PIC X(16).
      *  対象年月の支出区分別集計。区分マスタに無い区分は
      *  不明区分に集める。
       01  区分テーブルエリア.
         03 区分件数          PIC 9(2) VALUE ZERO.
         03 区分番号          PIC 9(2).
         03 該当区分番号      PIC 9(2).
         03 区分エントリ      OCCURS 20 TIMES.
           05 表区分コード    PIC X(2).
           05 表区分名        PIC X(20).
           05 表表示順        PIC 9(2).
           05 表区分支出      PIC S9(11).
       01  表示順序           PIC 9(3).
       01  不明区分支出       PIC S9(11) VALUE ZERO.
      *  分割台帳の走査制御。
       01  台帳名             PIC X(60).
       01  カタログテーブルエリア.
         03 カタログ件数      PIC 9(3) VALUE ZERO.
         03 カタログ番号      PIC 9(3).
         03 カタログエントリ  OCCURS 120 TIMES.
           05 表カタログ年月  PIC 9(6).
           05 表カタログ名    PIC X(60).
      *  合計と編集用の項目。
       01  明細金額           PIC S9(11).
       01  合計総支給         PIC 9(11).
       01  合計源泉           PIC 9(11).
       01  合計手取り         PIC S9(11).
       01  合計支出           PIC S9(11).
       01  収支差額           PIC S9(11).
       01  貯蓄率             PIC S9(5)V9.
       01  金額表示           PIC -(10)9.
       01  金額表示2          PIC -(10)9.
       01  金額表示3          PIC -(10)9.
       01  率表示             PIC -(4)9.9.
       01  出力行             PIC X(80).
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
           DISPLAY "***PRO2100 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           MOVE 実行日(1:6) TO 対象年月.
           OPEN INPUT 指定ファイル.
           IF 指定状態 = "00"
             THEN
               READ 指定ファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   IF 指定年月 IS NUMERIC
                      AND 指定年月 > ZERO
                     THEN
                       MOVE 指定年月 TO 対象年月
                     ELSE
                       CONTINUE
                   END-IF
               END-READ
               CLOSE 指定ファイル
             ELSE
               CONTINUE
           END-IF.
           DISPLAY "対象年月:" 対象年月.
      *  固定資産の示し方の指定を読む。無ければ購入額で示す。
           OPEN INPUT 償却表示ファイル.
           IF 償却表示状態 = "00"
             THEN
               READ 償却表示ファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE 償却表示指定 TO 償却表示区分
               END-READ
               CLOSE 償却表示ファイル
             ELSE
               CONTINUE
           END-IF.
           IF 償却額表示
             THEN
               DISPLAY "固定資産は償却額で示します。"
             ELSE
               CONTINUE
           END-IF.
      *  12か月の窓の各月の年月を決める。
           COMPUTE 対象月通番 = 対象年 * 12 + 対象月 - 1.
           INITIALIZE 月別集計エリア.
           PERFORM VARYING 月番号 FROM 1 BY 1
             UNTIL 月番号 > 12
             COMPUTE 明細月通番 = 対象月通番 - 12 + 月番号
             DIVIDE 明細月通番 BY 12
               GIVING 明細年 REMAINDER 明細月
             ADD 1 TO 明細月
             MOVE 明細年月 TO 表月年月(月番号)
           END-PERFORM.
           MOVE 表月年月(1) TO 範囲開始年月.
      *  収入区分の表を初期化する。
           PERFORM VARYING 収入区分番号 FROM 1 BY 1
             UNTIL 収入区分番号 > 7
             MOVE 初期区分コード(収入区分番号)
               TO 表収入区分(収入区分番号)
             MOVE 初期区分名(収入区分番号)
               TO 表収入区分名(収入区分番号)
             MOVE ZERO TO 表総支給(収入区分番号)
             MOVE ZERO TO 表源泉(収入区分番号)
             MOVE ZERO TO 表手取り(収入区分番号)
           END-PERFORM.
           PERFORM 区分マスタ読込.
           PERFORM カタログ読込.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       区分マスタ読込         SECTION.
      ***********************************
      *
           OPEN INPUT 区分マスタファイル.
           IF 区分マスタ状態 NOT = "00"
             THEN
               DISPLAY "区分マスタがありません。"
             ELSE
               PERFORM UNTIL 区分マスタ状態 NOT = "00"
                 READ 区分マスタファイル
                   AT END
                     CONTINUE
                   NOT AT END
                     IF 区分件数 < 20
                       THEN
                         ADD 1 TO 区分件数
                         MOVE マスタ区分コード
                           TO 表区分コード(区分件数)
                         MOVE マスタ区分名
                           TO 表区分名(区分件数)
                         MOVE マスタ表示順
                           TO 表表示順(区分件数)
                         MOVE ZERO
                           TO 表区分支出(区分件数)
                       ELSE
                         DISPLAY "区分テーブル上限超過。"
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 区分マスタファイル
           END-IF.
      *
       区分マスタ読込－ＥＸ.
       EXIT.
      *
      ***********************************
       カタログ読込           SECTION.
      ***********************************
      *
      *  カタログが無い場合はRYOSYUSHO1の1本だけを読む。
           OPEN INPUT カタログファイル.
           IF カタログ状態 NOT = "00"
             THEN
               CONTINUE
             ELSE
               PERFORM UNTIL カタログ状態 NOT = "00"
                 READ カタログファイル
                   AT END
                     CONTINUE
                   NOT AT END
                     IF カタログ件数 < 120
                       THEN
                         ADD 1 TO カタログ件数
                         MOVE カタログ年月
                           TO 表カタログ年月
                              (カタログ件数)
                         MOVE カタログファイル名
                           TO 表カタログ名
                              (カタログ件数)
                       ELSE
                         DISPLAY "カタログ上限超過。"
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE カタログファイル
           END-IF.
      *
       カタログ読込－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
           PERFORM 収入集計.
           PERFORM 支出集計.
      *
           OPEN OUTPUT 収支表ファイル.
           IF 収支表状態 NOT = "00"
             THEN
               DISPLAY "家計収支表のオープンエラー。"
               GO TO 主処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM 収入の部出力.
           PERFORM 支出の部出力.
           PERFORM 収支出力.
           PERFORM 推移出力.
           CLOSE 収支表ファイル.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       収入集計               SECTION.
      ***********************************
      *
      *  窓の12か月の手取りを月別に、対象年月の分は収入区分別
      *  にも積み上げる。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 収入台帳ファイル.
           IF 収入状態 NOT = "00"
             THEN
               DISPLAY "収入台帳なし。"
               GO TO 収入集計－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 収入台帳ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 MOVE 収入日付 OF 収入台帳レコード(1:6)
                   TO 明細年月
                 PERFORM 月位置算出
                 IF 月位置 > ZERO
                   THEN
                     ADD 差引支給額 OF 収入台帳レコード
                       TO 表月手取り(月位置)
                   ELSE
                     CONTINUE
                 END-IF
                 IF 月位置 = 12
                   THEN
                     PERFORM 収入区分積み上げ
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 収入台帳ファイル.
      *
       収入集計－ＥＸ.
       EXIT.
      *
      ***********************************
       収入区分積み上げ       SECTION.
      ***********************************
      *
      *  定めの無い区分はその他(09)に含める。
           MOVE 7 TO 収入区分番号.
           PERFORM VARYING 区分番号 FROM 1 BY 1
             UNTIL 区分番号 > 7
             IF 表収入区分(区分番号) =
                収入区分 OF 収入台帳レコード
               THEN
                 MOVE 区分番号 TO 収入区分番号
                 MOVE 7 TO 区分番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           ADD 総支給額 OF 収入台帳レコード
             TO 表総支給(収入区分番号).
           ADD 源泉徴収額 OF 収入台帳レコード
             TO 表源泉(収入区分番号).
           ADD 差引支給額 OF 収入台帳レコード
             TO 表手取り(収入区分番号).
      *
       収入区分積み上げ－ＥＸ.
       EXIT.
      *
      ***********************************
       月位置算出             SECTION.
      ***********************************
      *
      *  明細年月が窓の何か月目か(1-12)を求める。窓の外は0。
           MOVE ZERO TO 月位置.
           IF 明細年月 IS NOT NUMERIC
              OR 明細月 < 1
              OR 明細月 > 12
             THEN
               GO TO 月位置算出－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           COMPUTE 明細月通番 = 明細年 * 12 + 明細月 - 1.
           IF 明細月通番 > 対象月通番
              OR 明細月通番 + 12 <= 対象月通番
             THEN
               CONTINUE
             ELSE
               COMPUTE 月位置 =
                 明細月通番 - 対象月通番 + 12
           END-IF.
      *
       月位置算出－ＥＸ.
       EXIT.
      *
      ***********************************
       支出集計               SECTION.
      ***********************************
      *
      *  カタログの窓の期間の分割ファイルを順に読み、最後に
      *  当期の未分割分(RYOSYUSHO1)を読む。
           PERFORM VARYING カタログ番号 FROM 1 BY 1
             UNTIL カタログ番号 > カタログ件数
             IF 表カタログ年月(カタログ番号) >=
                範囲開始年月
                AND 表カタログ年月(カタログ番号) <=
                    対象年月
               THEN
                 MOVE 表カタログ名(カタログ番号)
                   TO 台帳名
                 PERFORM 台帳1本走査
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           MOVE "/home/suzuki/DATA/RYOSYUSHO1"
             TO 台帳名.
           PERFORM 台帳1本走査.
           IF 償却額表示
             THEN
               PERFORM 償却額積み上げ
             ELSE
               CONTINUE
           END-IF.
      *
       支出集計－ＥＸ.
       EXIT.
      *
      ***********************************
       台帳1本走査            SECTION.
      ***********************************
      *
      *  集計トレーラ行(区分コード"99")はとばし、返品は
      *  差し引く。無いファイルはとばす。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 領収書ファイル.
           IF 領収状態 NOT = "00"
             THEN
               GO TO 台帳1本走査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 領収書ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 区分コード OF 領収書レコード = "99"
                   THEN
                     CONTINUE
                   ELSE
                     MOVE 日付 OF 領収書レコード(1:6)
                       TO 明細年月
                     PERFORM 月位置算出
                     IF 月位置 > ZERO
                       THEN
                         PERFORM 支出積み上げ
                       ELSE
                         CONTINUE
                     END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 領収書ファイル.
      *
       台帳1本走査－ＥＸ.
       EXIT.
      *
      ***********************************
       支出積み上げ           SECTION.
      ***********************************
      *
      *  償却額で示すときは固定資産に計上済みの購入を除く。
           IF 償却額表示
             THEN
               MOVE "K" TO 照会区分
               MOVE 日付 OF 領収書レコード TO 照会日付
               MOVE 区分コード OF 領収書レコード
                 TO 照会区分コード
               MOVE 商品名 OF 領収書レコード
                 TO 照会商品名
               MOVE 値段 OF 領収書レコード TO 照会値段
               CALL "SUB2019" USING 固定資産照会情報
               IF 回答該当 = "Y"
                 THEN
                   GO TO 支出積み上げ－ＥＸ
                 ELSE
                   CONTINUE
               END-IF
             ELSE
               CONTINUE
           END-IF.
           IF 取引区分 OF 領収書レコード = "2"
             THEN
               COMPUTE 明細金額 =
                 ZERO - 値段 OF 領収書レコード
             ELSE
               MOVE 値段 OF 領収書レコード
                 TO 明細金額
           END-IF.
           ADD 明細金額 TO 表月支出(月位置).
           IF 月位置 NOT = 12
             THEN
               GO TO 支出積み上げ－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE ZERO TO 該当区分番号.
           PERFORM VARYING 区分番号 FROM 1 BY 1
             UNTIL 区分番号 > 区分件数
             IF 表区分コード(区分番号) =
                区分コード OF 領収書レコード
               THEN
                 MOVE 区分番号 TO 該当区分番号
                 MOVE 区分件数 TO 区分番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当区分番号 = ZERO
             THEN
               ADD 明細金額 TO 不明区分支出
             ELSE
               ADD 明細金額 TO 表区分支出(該当区分番号)
           END-IF.
      *
       支出積み上げ－ＥＸ.
       EXIT.
      *
      ***********************************
       償却額積み上げ         SECTION.
      ***********************************
      *
      *  窓の期間の月次償却額を月別の支出へ、対象年月の分は
      *  区分別の支出へも積み上げる。
           MOVE "00" TO 回答状態.
           PERFORM VARYING 照会番号 FROM 1 BY 1
             UNTIL 回答状態 NOT = "00"
             MOVE "N" TO 照会区分
             CALL "SUB2019" USING 固定資産照会情報
             IF 回答状態 = "00"
               THEN
                 MOVE 照会年月 TO 明細年月
                 PERFORM 月位置算出
                 IF 月位置 > ZERO
                   THEN
                     PERFORM 償却額1件積み上げ
                   ELSE
                     CONTINUE
                 END-IF
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       償却額積み上げ－ＥＸ.
       EXIT.
      *
      ***********************************
       償却額1件積み上げ      SECTION.
      ***********************************
      *
           ADD 回答償却額 TO 表月支出(月位置).
           IF 月位置 NOT = 12
             THEN
               GO TO 償却額1件積み上げ－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE ZERO TO 該当区分番号.
           PERFORM VARYING 区分番号 FROM 1 BY 1
             UNTIL 区分番号 > 区分件数
             IF 表区分コード(区分番号) = 照会区分コード
               THEN
                 MOVE 区分番号 TO 該当区分番号
                 MOVE 区分件数 TO 区分番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当区分番号 = ZERO
             THEN
               ADD 回答償却額 TO 不明区分支出
             ELSE
               ADD 回答償却額
                 TO 表区分支出(該当区分番号)
           END-IF.
      *
       償却額1件積み上げ－ＥＸ.
       EXIT.
      *
      ***********************************
       収入の部出力           SECTION.
      ***********************************
      *
           MOVE SPACES TO 出力行.
           STRING "家計収支表 " DELIMITED BY SIZE
                  対象年 DELIMITED BY SIZE
                  "年" DELIMITED BY SIZE
                  対象月 DELIMITED BY SIZE
                  "月 作成日:" DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 収支表レコード FROM 出力行.
           MOVE "1.収入の部" TO 出力行.
           WRITE 収支表レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 出力行.
           STRING "  収入区分              総支給額"
                  DELIMITED BY SIZE
                  "    源泉徴収額      手取り額"
                  DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 収支表レコード FROM 出力行.
           MOVE ZERO TO 合計総支給.
           MOVE ZERO TO 合計源泉.
           MOVE ZERO TO 合計手取り.
           PERFORM VARYING 収入区分番号 FROM 1 BY 1
             UNTIL 収入区分番号 > 7
             IF 表総支給(収入区分番号) = ZERO
                AND 表手取り(収入区分番号) = ZERO
               THEN
                 CONTINUE
               ELSE
                 ADD 表総支給(収入区分番号) TO 合計総支給
                 ADD 表源泉(収入区分番号) TO 合計源泉
                 ADD 表手取り(収入区分番号) TO 合計手取り
                 MOVE SPACES TO 出力行
                 MOVE 表収入区分名(収入区分番号)
                   TO 出力行(3:16)
                 MOVE 表総支給(収入区分番号) TO 金額表示
                 MOVE 表源泉(収入区分番号) TO 金額表示2
                 MOVE 表手取り(収入区分番号) TO 金額表示3
                 MOVE 金額表示 TO 出力行(23:11)
                 MOVE 金額表示2 TO 出力行(37:11)
                 MOVE 金額表示3 TO 出力行(51:11)
                 WRITE 収支表レコード FROM 出力行
             END-IF
           END-PERFORM.
           MOVE SPACES TO 出力行.
           MOVE "収入合計" TO 出力行(3:12).
           MOVE 合計総支給 TO 金額表示.
           MOVE 合計源泉 TO 金額表示2.
           MOVE 合計手取り TO 金額表示3.
           MOVE 金額表示 TO 出力行(23:11).
           MOVE 金額表示2 TO 出力行(37:11).
           MOVE 金額表示3 TO 出力行(51:11).
           WRITE 収支表レコード FROM 出力行.
      *
       収入の部出力－ＥＸ.
       EXIT.
      *
      ***********************************
       支出の部出力           SECTION.
      ***********************************
      *
      *  区分マスタの表示順に並べる。
           MOVE "2.支出の部(返品差し引き後)" TO 出力行.
           WRITE 収支表レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
           MOVE ZERO TO 合計支出.
           PERFORM VARYING 表示順序 FROM 1 BY 1
             UNTIL 表示順序 > 99
             PERFORM VARYING 区分番号 FROM 1 BY 1
               UNTIL 区分番号 > 区分件数
               IF 表表示順(区分番号) = 表示順序
                 THEN
                   ADD 表区分支出(区分番号) TO 合計支出
                   MOVE SPACES TO 出力行
                   MOVE 表区分名(区分番号) TO 出力行(3:20)
                   MOVE 表区分支出(区分番号) TO 金額表示3
                   MOVE 金額表示3 TO 出力行(51:11)
                   WRITE 収支表レコード FROM 出力行
                 ELSE
                   CONTINUE
               END-IF
             END-PERFORM
           END-PERFORM.
           IF 不明区分支出 NOT = ZERO
             THEN
               ADD 不明区分支出 TO 合計支出
               MOVE SPACES TO 出力行
               MOVE "不明区分" TO 出力行(3:12)
               MOVE 不明区分支出 TO 金額表示3
               MOVE 金額表示3 TO 出力行(51:11)
               WRITE 収支表レコード FROM 出力行
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 出力行.
           MOVE "支出合計" TO 出力行(3:12).
           MOVE 合計支出 TO 金額表示3.
           MOVE 金額表示3 TO 出力行(51:11).
           WRITE 収支表レコード FROM 出力行.
      *
       支出の部出力－ＥＸ.
       EXIT.
      *
      ***********************************
       収支出力               SECTION.
      ***********************************
      *
           MOVE "3.収支" TO 出力行.
           WRITE 収支表レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
           COMPUTE 収支差額 = 合計手取り - 合計支出.
           MOVE SPACES TO 出力行.
           MOVE "収支差額(手取り-支出)" TO 出力行(3:31).
           MOVE 収支差額 TO 金額表示3.
           MOVE 金額表示3 TO 出力行(51:11).
           WRITE 収支表レコード FROM 出力行.
           MOVE SPACES TO 出力行.
           MOVE "貯蓄率(%)" TO 出力行(3:13).
           IF 合計手取り > ZERO
             THEN
               COMPUTE 貯蓄率 ROUNDED =
                 収支差額 * 100 / 合計手取り
                 ON SIZE ERROR
                   MOVE "   ****" TO 出力行(54:7)
                 NOT ON SIZE ERROR
                   MOVE 貯蓄率 TO 率表示
                   MOVE 率表示 TO 出力行(54:7)
               END-COMPUTE
             ELSE
               MOVE "収入なし" TO 出力行(54:12)
           END-IF.
           WRITE 収支表レコード FROM 出力行.
      *
       収支出力－ＥＸ.
       EXIT.
      *
      ***********************************
       推移出力               SECTION.
      ***********************************
      *
      *  直近12か月の月別推移と12か月合計。
           MOVE "4.直近12か月の推移" TO 出力行.
           WRITE 収支表レコード FROM 出力行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO 出力行.
           STRING "  年月         手取り収入"
                  DELIMITED BY SIZE
                  "          支出      収支差額  貯蓄率"
                  DELIMITED BY SIZE
                  INTO 出力行.
           WRITE 収支表レコード FROM 出力行.
           MOVE ZERO TO 合計手取り.
           MOVE ZERO TO 合計支出.
           PERFORM VARYING 月番号 FROM 1 BY 1
             UNTIL 月番号 > 12
             ADD 表月手取り(月番号) TO 合計手取り
             ADD 表月支出(月番号) TO 合計支出
             MOVE SPACES TO 出力行
             MOVE 表月年月(月番号) TO 出力行(3:6)
             MOVE 表月手取り(月番号) TO 明細金額
             MOVE 表月支出(月番号) TO 収支差額
             PERFORM 推移行編集
           END-PERFORM.
           MOVE SPACES TO 出力行.
           MOVE "12か月計" TO 出力行(3:11).
           MOVE 合計手取り TO 明細金額.
           MOVE 合計支出 TO 収支差額.
           PERFORM 推移行編集.
      *
       推移出力－ＥＸ.
       EXIT.
      *
      ***********************************
       推移行編集             SECTION.
      ***********************************
      *
      *  明細金額(手取り)と収支差額(支出)の1行を書く。
           MOVE 明細金額 TO 金額表示.
           MOVE 収支差額 TO 金額表示2.
           MOVE 金額表示 TO 出力行(15:11).
           MOVE 金額表示2 TO 出力行(29:11).
           COMPUTE 収支差額 = 明細金額 - 収支差額.
           MOVE 収支差額 TO 金額表示3.
           MOVE 金額表示3 TO 出力行(43:11).
           IF 明細金額 > ZERO
             THEN
               COMPUTE 貯蓄率 ROUNDED =
                 収支差額 * 100 / 明細金額
                 ON SIZE ERROR
                   MOVE "   ****" TO 出力行(56:7)
                 NOT ON SIZE ERROR
                   MOVE 貯蓄率 TO 率表示
                   MOVE 率表示 TO 出力行(56:7)
               END-COMPUTE
             ELSE
               MOVE "   -" TO 出力行(56:4)
           END-IF.
           WRITE 収支表レコード FROM 出力行.
      *
       推移行編集－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           DISPLAY "***PRO2100 END***".
      *
       終了処理－ＥＸ.
       EXIT.
      *
