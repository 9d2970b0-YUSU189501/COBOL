       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2110.
      *  送信の受領照合・期限監視バッチ。送信管理台帳
      *  (SOSHIN2010、SUB2021で登録)の受領待ちの送信を、宛先が
      *  返す受領通知ファイル(送信先マスタSOSHINSAKI2010に宛先
      *  ごとのファイル名を持つ)とファイルID・宛先・作成日で
      *  突き合わせる。件数・ハッシュ合計が一致すれば受領済と
      *  し、拒否や不一致はメッセージカタログ(SUB9300)経由の
      *  重大度付きアラートで知らせる。受領期限を過ぎても通知
      *  の無い送信は期限超過のアラートを一度だけ出し、台帳に
      *  督促済の印を付ける。結果は送信状況レポート
      *  (SOSHINRPT2010)に追記する。日中に繰り返し起動する。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  送信ファイルIDごとの宛先と受領通知ファイルの定義。
           SELECT 送信先マスタファイル ASSIGN TO
             "/home/suzuki/DATA/SOSHINSAKI2010"
             FILE STATUS IS マスタ状態.
      *  宛先から返る受領通知ファイル。
           SELECT 受領通知ファイル ASSIGN TO DYNAMIC 通知名
             FILE STATUS IS 通知状態.
      *  送信管理台帳と、照合結果を書いた新しい台帳。
           SELECT 送信台帳ファイル ASSIGN TO
             "/home/suzuki/DATA/SOSHIN2010"
             FILE STATUS IS 台帳状態.
           SELECT 新送信台帳ファイル ASSIGN TO
             "/home/suzuki/DATA/SOSHIN2010N"
             FILE STATUS IS 新台帳状態.
      *  送信状況レポート。追記する。
           SELECT 状況レポートファイル ASSIGN TO
             "/home/suzuki/DATA/SOSHINRPT2010"
             FILE STATUS IS レポート状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  送信先マスタファイル.
       01  送信先マスタレコード.
           COPY CP072.
       FD  受領通知ファイル.
       01  受領通知レコード.
           COPY CP073.
       FD  送信台帳ファイル.
       01  送信台帳レコード.
           COPY CP070.
       FD  新送信台帳ファイル.
       01  新送信台帳レコード PIC X(200).
       FD  状況レポートファイル.
       01  状況レポートレコード PIC X(120).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 マスタ状態        PIC X(2).
         03 通知状態          PIC X(2).
         03 台帳状態          PIC X(2).
         03 新台帳状態        PIC X(2).
         03 レポート状態      PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  実行日             PIC 9(8).
       01  実行時刻           PIC 9(8).
       01  実行時分           PIC 9(4).
      *  動的割り当てに使う受領通知ファイル名。
       01  通知名             PIC X(60).
      *  送信先マスタの読み込みテーブル。
       01  マスタテーブルエリア.
         03 マスタ件数        PIC 9(3) VALUE ZERO.
         03 マスタ番号        PIC 9(3).
         03 既読番号          PIC 9(3).
         03 マスタエントリ    OCCURS 50 TIMES.
           05 表マスタ宛先    PIC X(08).
           05 表通知ファイル名 PIC X(60).
       01  既読フラグ         PIC X(1).
           88 既読            VALUE "Y".
      *  受領通知の読み込みテーブル。宛先は通知ファイルを
      *  定義している送信先マスタの宛先とする。
       01  通知テーブルエリア.
         03 通知表件数        PIC 9(4) VALUE ZERO.
         03 通知番号          PIC 9(4).
         03 該当通知番号      PIC 9(4).
         03 通知エントリ      OCCURS 1000 TIMES.
           05 表通知宛先      PIC X(08).
           05 表通知ファイルID PIC X(16).
           05 表通知作成日    PIC 9(08).
           05 表通知件数      PIC 9(07).
           05 表通知ハッシュ  PIC 9(13).
           05 表通知結果      PIC X(01).
           05 表通知理由      PIC X(30).
           05 表通知受領日    PIC 9(08).
           05 表通知受領時刻  PIC 9(04).
      *  照合前の受領状態(変化したときだけアラートを出す)。
       01  旧受領状態         PIC X(1).
       01  状況文言           PIC X(12).
      *  件数集計。
       01  集計エリア.
         03 照合件数          PIC 9(5) VALUE ZERO.
         03 受領確認件数      PIC 9(5) VALUE ZERO.
         03 受領済件数        PIC 9(5) VALUE ZERO.
         03 受領待ち件数      PIC 9(5) VALUE ZERO.
         03 期限超過件数      PIC 9(5) VALUE ZERO.
         03 拒否件数          PIC 9(5) VALUE ZERO.
         03 不一致件数        PIC 9(5) VALUE ZERO.
       01  件数表示           PIC Z,ZZZ,ZZ9.
       01  集計見出し         PIC X(12).
       01  集計件数値         PIC 9(5).
       01  レポート行         PIC X(120).
      *  メッセージ出力呼出し(SUB9300)への引き渡し情報。
      *  CC2003E:受領期限超過 CC2004E:受領拒否
      *  CC2005E:件数・ハッシュ不一致。
       01  メッセージ情報.
           COPY CP022.
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
           DISPLAY "***PRO2110 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           ACCEPT 実行時刻 FROM TIME.
           MOVE 実行時刻(1:4) TO 実行時分.
           PERFORM マスタ読込.
           PERFORM 通知読込.
      *
           OPEN INPUT 送信台帳ファイル.
           IF 台帳状態 NOT = "00"
             THEN
               MOVE "PRO2110" TO 発生プログラム名
               MOVE 台帳状態 TO 入出力状態
               MOVE "送信管理台帳のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           OPEN OUTPUT 新送信台帳ファイル.
      *  レポートは既存分に追記する。無ければ新規に作る。
           OPEN EXTEND 状況レポートファイル.
           IF レポート状態 NOT = "00"
             THEN
               CLOSE 状況レポートファイル
               OPEN OUTPUT 状況レポートファイル
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO レポート行.
           STRING "送信状況 " DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  実行時分 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 状況レポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           STRING "ファイルID       宛先     作成日   "
                  DELIMITED BY SIZE
                  "送信日   時刻      件数 期限日   時刻 "
                  DELIMITED BY SIZE
                  "状況         理由" DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 状況レポートレコード FROM レポート行.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       マスタ読込             SECTION.
      ***********************************
      *
      *  マスタが無ければ受領通知は無いものとして期限だけを
      *  監視する。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 送信先マスタファイル.
           IF マスタ状態 NOT = "00"
             THEN
               DISPLAY "送信先マスタなし。"
                       "期限のみ監視します。"
               GO TO マスタ読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 送信先マスタファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF マスタ件数 < 50
                   THEN
                     ADD 1 TO マスタ件数
                     MOVE 送信先コード
                       TO 表マスタ宛先(マスタ件数)
                     MOVE 受領通知ファイル名
                       TO 表通知ファイル名(マスタ件数)
                   ELSE
                     DISPLAY "送信先マスタ上限超過。"
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 送信先マスタファイル.
      *
       マスタ読込－ＥＸ.
       EXIT.
      *
      ***********************************
       通知読込               SECTION.
      ***********************************
      *
      *  宛先ごとの受領通知ファイルを読む。同じ通知ファイルを
      *  複数のファイルIDで定義していても一度だけ読む。
           PERFORM VARYING マスタ番号 FROM 1 BY 1
             UNTIL マスタ番号 > マスタ件数
             MOVE "N" TO 既読フラグ
             PERFORM VARYING 既読番号 FROM 1 BY 1
               UNTIL 既読番号 >= マスタ番号
               IF 表通知ファイル名(既読番号)
                  = 表通知ファイル名(マスタ番号)
                 THEN
                   SET 既読 TO TRUE
                 ELSE
                   CONTINUE
               END-IF
             END-PERFORM
             IF 既読
                OR 表通知ファイル名(マスタ番号) = SPACES
               THEN
                 CONTINUE
               ELSE
                 PERFORM 通知1本読込
             END-IF
           END-PERFORM.
      *
       通知読込－ＥＸ.
       EXIT.
      *
      ***********************************
       通知1本読込            SECTION.
      ***********************************
      *
      *  まだ届いていない通知ファイルはとばす。
           MOVE 表通知ファイル名(マスタ番号) TO 通知名.
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 受領通知ファイル.
           IF 通知状態 NOT = "00"
             THEN
               GO TO 通知1本読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 受領通知ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 通知表件数 < 1000
                   THEN
                     ADD 1 TO 通知表件数
                     MOVE 表マスタ宛先(マスタ番号)
                       TO 表通知宛先(通知表件数)
                     MOVE 通知ファイルID
                       TO 表通知ファイルID(通知表件数)
                     MOVE 通知作成日
                       TO 表通知作成日(通知表件数)
                     MOVE 通知件数 OF 受領通知レコード
                       TO 表通知件数(通知表件数)
                     MOVE 通知ハッシュ
                       TO 表通知ハッシュ(通知表件数)
                     MOVE 通知結果
                       TO 表通知結果(通知表件数)
                     MOVE 通知理由
                       TO 表通知理由(通知表件数)
                     MOVE 通知受領日
                       TO 表通知受領日(通知表件数)
                     MOVE 通知受領時刻
                       TO 表通知受領時刻(通知表件数)
                   ELSE
                     DISPLAY "受領通知テーブル上限超過。"
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 受領通知ファイル.
      *
       通知1本読込－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 送信台帳ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 PERFORM 受領判定
                 WRITE 新送信台帳レコード
                   FROM 送信台帳レコード
             END-READ
           END-PERFORM.
           CLOSE 送信台帳ファイル.
           CLOSE 新送信台帳ファイル.
      *  照合結果で送信管理台帳を書き直す。
           PERFORM 台帳書き戻し.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       受領判定               SECTION.
      ***********************************
      *
      *  受領済の送信は照合しない。
           IF 受領済
             THEN
               ADD 1 TO 受領済件数
               GO TO 受領判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 照合件数.
           MOVE 受領状態 TO 旧受領状態.
           PERFORM 通知検索.
           IF 該当通知番号 NOT = ZERO
             THEN
               PERFORM 通知照合
             ELSE
               CONTINUE
           END-IF.
           EVALUATE TRUE
             WHEN 受領済
               ADD 1 TO 受領確認件数
               MOVE "受領確認" TO 状況文言
               PERFORM 状況明細出力
             WHEN 受領拒否
               ADD 1 TO 拒否件数
               MOVE "受領拒否" TO 状況文言
               IF 旧受領状態 NOT = 受領状態
                 THEN
                   MOVE "CC2004E" TO 要求メッセージID
                   PERFORM アラート出力
                 ELSE
                   CONTINUE
               END-IF
               PERFORM 状況明細出力
             WHEN 受領不一致
               ADD 1 TO 不一致件数
               MOVE "不一致" TO 状況文言
               IF 旧受領状態 NOT = 受領状態
                 THEN
                   MOVE "CC2005E" TO 要求メッセージID
                   PERFORM アラート出力
                 ELSE
                   CONTINUE
               END-IF
               PERFORM 状況明細出力
             WHEN OTHER
               PERFORM 期限判定
           END-EVALUATE.
      *
       受領判定－ＥＸ.
       EXIT.
      *
      ***********************************
       通知検索               SECTION.
      ***********************************
      *
      *  ファイルID・宛先・作成日が一致する受領通知を探す。
      *  同じ送信に複数の通知があれば後に届いたものを使う。
           MOVE ZERO TO 該当通知番号.
           PERFORM VARYING 通知番号 FROM 1 BY 1
             UNTIL 通知番号 > 通知表件数
             IF 表通知ファイルID(通知番号)
                  = 送信ファイルID
                AND 表通知宛先(通知番号)
                  = 送信宛先コード
                AND 表通知作成日(通知番号)
                  = 送信作成日
               THEN
                 MOVE 通知番号 TO 該当通知番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       通知検索－ＥＸ.
       EXIT.
      *
      ***********************************
       通知照合               SECTION.
      ***********************************
      *
      *  受領の通知は件数とハッシュ合計が送信時と一致した
      *  ときだけ受領済とする。
           MOVE 表通知受領日(該当通知番号)
             TO 受領日.
           MOVE 表通知受領時刻(該当通知番号)
             TO 受領時刻.
           IF 表通知結果(該当通知番号) = "R"
             THEN
               SET 受領拒否 TO TRUE
               MOVE 表通知理由(該当通知番号) TO 受領理由
               GO TO 通知照合－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 表通知件数(該当通知番号) = 送信件数
              AND 表通知ハッシュ(該当通知番号)
                  = 送信ハッシュ
             THEN
               SET 受領済 TO TRUE
               MOVE SPACES TO 受領理由
             ELSE
               SET 受領不一致 TO TRUE
               MOVE "件数・ハッシュ相違" TO 受領理由
           END-IF.
      *
       通知照合－ＥＸ.
       EXIT.
      *
      ***********************************
       期限判定               SECTION.
      ***********************************
      *
      *  受領通知の無い送信は受領期限で判定する。期限超過の
      *  アラートは一度だけ出し、督促済の印を付ける。
           IF 実行日 > 受領期限日
              OR (実行日 = 受領期限日
                  AND 実行時分 > 受領期限時刻)
             THEN
               ADD 1 TO 期限超過件数
               IF 督促済
                 THEN
                   MOVE "督促済" TO 状況文言
                 ELSE
                   MOVE "期限超過" TO 状況文言
                   MOVE "CC2003E" TO 要求メッセージID
                   PERFORM アラート出力
                   SET 督促済 TO TRUE
               END-IF
             ELSE
               ADD 1 TO 受領待ち件数
               MOVE "受領待ち" TO 状況文言
           END-IF.
           PERFORM 状況明細出力.
      *
       期限判定－ＥＸ.
       EXIT.
      *
      ***********************************
       状況明細出力           SECTION.
      ***********************************
      *
           MOVE SPACES TO レポート行.
           MOVE 送信ファイルID   TO レポート行(1:16).
           MOVE 送信宛先コード   TO レポート行(18:8).
           MOVE 送信作成日       TO レポート行(27:8).
           MOVE 送信日           TO レポート行(36:8).
           MOVE 送信時刻(1:4)    TO レポート行(45:4).
           MOVE 送信件数         TO 件数表示.
           MOVE 件数表示         TO レポート行(50:9).
           MOVE 受領期限日       TO レポート行(60:8).
           MOVE 受領期限時刻     TO レポート行(69:4).
           MOVE 状況文言         TO レポート行(74:12).
           MOVE 受領理由         TO レポート行(87:30).
           WRITE 状況レポートレコード FROM レポート行.
      *
       状況明細出力－ＥＸ.
       EXIT.
      *
      ***********************************
       アラート出力           SECTION.
      ***********************************
      *
      *  カタログ経由の重大度付きアラート。ID未登録でも
      *  SUB9300が重大度E付きで表示する。
           CALL "SUB9300" USING メッセージ情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           DISPLAY "対象送信:" 送信ファイルID
                   " 宛先:" 送信宛先コード
                   " 作成日:" 送信作成日.
      *
       アラート出力－ＥＸ.
       EXIT.
      *
      ***********************************
       台帳書き戻し           SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 新送信台帳ファイル.
           OPEN OUTPUT 送信台帳ファイル.
           PERFORM UNTIL 読込終了
             READ 新送信台帳ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 MOVE 新送信台帳レコード
                   TO 送信台帳レコード
                 WRITE 送信台帳レコード
             END-READ
           END-PERFORM.
           CLOSE 新送信台帳ファイル.
           CLOSE 送信台帳ファイル.
      *
       台帳書き戻し－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           MOVE "照合"           TO 集計見出し.
           MOVE 照合件数         TO 集計件数値.
           PERFORM 集計行出力.
           MOVE "今回受領"       TO 集計見出し.
           MOVE 受領確認件数     TO 集計件数値.
           PERFORM 集計行出力.
           MOVE "受領待ち"       TO 集計見出し.
           MOVE 受領待ち件数     TO 集計件数値.
           PERFORM 集計行出力.
           MOVE "期限超過"       TO 集計見出し.
           MOVE 期限超過件数     TO 集計件数値.
           PERFORM 集計行出力.
           MOVE "受領拒否"       TO 集計見出し.
           MOVE 拒否件数         TO 集計件数値.
           PERFORM 集計行出力.
           MOVE "不一致"         TO 集計見出し.
           MOVE 不一致件数       TO 集計件数値.
           PERFORM 集計行出力.
           CLOSE 状況レポートファイル.
           DISPLAY "照合:" 照合件数
                   " 今回受領:" 受領確認件数
                   " 期限超過:" 期限超過件数
                   " 拒否:" 拒否件数
                   " 不一致:" 不一致件数.
      *
           DISPLAY "***PRO2110 END***".
      *
       終了処理－ＥＸ.
       EXIT.
      *
      ***********************************
       集計行出力             SECTION.
      ***********************************
      *
           MOVE SPACES TO レポート行.
           MOVE 集計件数値 TO 件数表示.
           STRING 集計見出し DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  件数表示 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 状況レポートレコード FROM レポート行.
      *
       集計行出力－ＥＸ.
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
