       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2123.
      *  レコード様式の切り替え。項目を後ろに足したファイルを、
      *  従来のレコード長から新しいレコード長へ書き換える。
      *  足した項目は数字項目を0、英数字項目を空白(会場マスタの
      *  配慮対応はN:対応できない)とする。対象は次のとおり。
      *   領収書(RYOSYUSHO1・CP014) 119→157バイト。
      *   調整保留(CHOUSEI2010)・分割保留(BUNKATSUHOLD2010)と
      *   カタログ(RYOSYUCAT2010)に載る年月分割ファイル
      *   (RYOSYUSHO1.Myyyymm、書込禁止の年月を含む)も同じ。
      *   住所マスタ(ADRMST2006・CP026) 87→157バイト。
      *   受験者マスタ(JUKENSHAMST2006・CP045) 34→68バイト。
      *   会場マスタ(KAIJYOMST2006) 30→34バイト。
      *   設問別明細の累積台帳(SETSUMONDAI2006) 17→18バイト。
      *   学期制御(GAKKI2001・CP097) 5→13バイト。
      *  切り替え時に一度だけ、新しい様式で読み書きするプロ
      *  グラム(PRO2010の受入、PRO2026の台帳追記など)を流す前に
      *  流す。書き換えたファイルは変換済一覧(HENKANZUMI2010)に
      *  載せ、再度流しても触れない。従来のレコード長で割り切
      *  れないファイルは書き換えずに長さ不一致として知らせる。
      *  結果は様式変換表(HENKANRPT2010)に書く。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  書き換えるファイル。レコード長がファイルごとに違うので
      *  1バイト単位で読み書きする。
           SELECT 対象ファイル
             ASSIGN TO DYNAMIC 対象ファイル名
             FILE STATUS IS 対象状態.
      *  書き換え用の作業ファイル。
           SELECT 作業ファイル ASSIGN TO
             "/home/suzuki/DATA/HENKAN2010W"
             FILE STATUS IS 作業状態.
      *  年月分割された領収書台帳のカタログ。
           SELECT カタログファイル ASSIGN TO
             "/home/suzuki/DATA/RYOSYUCAT2010"
             FILE STATUS IS カタログ状態.
      *  書き換え済のファイルの一覧。追記する。
           SELECT 変換済ファイル ASSIGN TO
             "/home/suzuki/DATA/HENKANZUMI2010"
             FILE STATUS IS 変換済状態.
      *  様式変換表。
           SELECT 変換表ファイル ASSIGN TO
             "/home/suzuki/DATA/HENKANRPT2010"
             FILE STATUS IS 変換表状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  対象ファイル.
       01  対象バイト         PIC X(1).
       FD  作業ファイル.
       01  作業バイト         PIC X(1).
       FD  カタログファイル.
       01  カタログレコード.
         03 カタログ年月      PIC 9(6).
         03 カタログファイル名 PIC X(60).
         03 カタログ禁止フラグ PIC X(1).
       FD  変換済ファイル.
       01  変換済レコード.
         03 変換済ファイル名  PIC X(60).
         03 変換済日          PIC 9(8).
       FD  変換表ファイル.
       01  変換表レコード     PIC X(132).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 対象状態          PIC X(2).
         03 作業状態          PIC X(2).
         03 カタログ状態      PIC X(2).
         03 変換済状態        PIC X(2).
         03 変換表状態        PIC X(2).
       01  実行日             PIC 9(8).
       01  対象ファイル名     PIC X(60).
      *  様式区分 R:領収書 A:住所マスタ J:受験者マスタ
      *  K:会場マスタ S:設問別明細台帳 G:学期制御。
       01  対象テーブルエリア.
         03 対象数            PIC 9(3) VALUE ZERO.
         03 対象番号          PIC 9(3).
         03 対象エントリ      OCCURS 200 TIMES.
           05 表ファイル名    PIC X(60).
           05 表様式区分      PIC X(1).
       01  変換済テーブルエリア.
         03 変換済数          PIC 9(3) VALUE ZERO.
         03 変換済番号        PIC 9(3).
         03 変換済エントリ    OCCURS 200 TIMES.
           05 表変換済名      PIC X(60).
       01  変換済フラグ       PIC X(1).
           88 変換済あり      VALUE "Y".
       01  追加名             PIC X(18).
       01  追加区分           PIC X(1).
      *  処理中のファイルの従来・新しいレコード長と、後ろに
      *  足す項目の初期値。
       01  旧レコード長       PIC 9(3).
       01  新レコード長       PIC 9(3).
       01  追加長             PIC 9(3).
       01  追加値             PIC X(100).
      *  1バイト単位の読込をレコードに組み立てるバッファ。
       01  読込位置           PIC 9(3).
       01  読込バッファ       PIC X(200).
       01  出力位置           PIC 9(3).
       01  出力レコード       PIC X(200).
       01  バイト数           PIC 9(9).
       01  商                 PIC 9(9).
       01  余り               PIC 9(3).
       01  変換件数           PIC 9(9).
       01  変換表行           PIC X(132).
      *  全体の件数集計。
       01  集計エリア.
         03 変換ファイル数    PIC 9(3) VALUE ZERO.
         03 済ファイル数      PIC 9(3) VALUE ZERO.
         03 不一致ファイル数  PIC 9(3) VALUE ZERO.
         03 なしファイル数    PIC 9(3) VALUE ZERO.
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
           DISPLAY "***PRO2123 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           OPEN OUTPUT 変換表ファイル.
           IF 変換表状態 NOT = "00"
             THEN
               MOVE "PRO2123" TO 発生プログラム名
               MOVE 変換表状態 TO 入出力状態
               MOVE "様式変換表のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 変換表行.
           STRING "レコード様式変換 処理日:"
                  DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO 変換表行.
           WRITE 変換表レコード FROM 変換表行.
           MOVE SPACES TO 変換表行.
           MOVE "ファイル" TO 変換表行(1:12).
           MOVE "旧長"     TO 変換表行(45:6).
           MOVE "新長"     TO 変換表行(51:6).
           MOVE "件数"     TO 変換表行(57:6).
           MOVE "結果"     TO 変換表行(67:6).
           WRITE 変換表レコード FROM 変換表行
             AFTER 2 LINE
           END-WRITE.
      *  前に書き換えたファイルの一覧を読み込む。
           OPEN INPUT 変換済ファイル.
           IF 変換済状態 = "00"
             THEN
               PERFORM UNTIL 変換済状態 NOT = "00"
                 READ 変換済ファイル
                   AT END
                     CONTINUE
                   NOT AT END
                     IF 変換済数 < 200
                       THEN
                         ADD 1 TO 変換済数
                         MOVE 変換済ファイル名
                           TO 表変換済名(変換済数)
                       ELSE
                         DISPLAY "変換済一覧上限超過。"
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 変換済ファイル
             ELSE
               CONTINUE
           END-IF.
      *  固定の対象ファイルを並べる。
           MOVE "RYOSYUSHO1" TO 追加名.
           MOVE "R" TO 追加区分.
           PERFORM 固定対象追加.
           MOVE "CHOUSEI2010" TO 追加名.
           MOVE "R" TO 追加区分.
           PERFORM 固定対象追加.
           MOVE "BUNKATSUHOLD2010" TO 追加名.
           MOVE "R" TO 追加区分.
           PERFORM 固定対象追加.
           MOVE "ADRMST2006" TO 追加名.
           MOVE "A" TO 追加区分.
           PERFORM 固定対象追加.
           MOVE "JUKENSHAMST2006" TO 追加名.
           MOVE "J" TO 追加区分.
           PERFORM 固定対象追加.
           MOVE "KAIJYOMST2006" TO 追加名.
           MOVE "K" TO 追加区分.
           PERFORM 固定対象追加.
           MOVE "SETSUMONDAI2006" TO 追加名.
           MOVE "S" TO 追加区分.
           PERFORM 固定対象追加.
           MOVE "GAKKI2001" TO 追加名.
           MOVE "G" TO 追加区分.
           PERFORM 固定対象追加.
      *  カタログに載る年月分割ファイルを足す。分割前でカタロ
      *  グが無ければ足さない。
           OPEN INPUT カタログファイル.
           IF カタログ状態 = "00"
             THEN
               PERFORM UNTIL カタログ状態 NOT = "00"
                 READ カタログファイル
                   AT END
                     CONTINUE
                   NOT AT END
                     PERFORM 分割対象追加
                 END-READ
               END-PERFORM
               CLOSE カタログファイル
             ELSE
               CONTINUE
           END-IF.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       固定対象追加           SECTION.
      ***********************************
      *
           ADD 1 TO 対象数.
           MOVE SPACES TO 表ファイル名(対象数).
           STRING "/home/suzuki/DATA/" DELIMITED BY SIZE
                  追加名 DELIMITED BY SPACE
                  INTO 表ファイル名(対象数).
           MOVE 追加区分 TO 表様式区分(対象数).
      *
       固定対象追加－ＥＸ.
       EXIT.
      *
      ***********************************
       分割対象追加           SECTION.
      ***********************************
      *
           IF カタログファイル名 = SPACES
             THEN
               GO TO 分割対象追加－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 対象数 NOT < 200
             THEN
               MOVE "PRO2123" TO 発生プログラム名
               MOVE カタログ状態 TO 入出力状態
               MOVE "対象ファイル上限超過"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 対象数.
           MOVE カタログファイル名
             TO 表ファイル名(対象数).
           MOVE "R" TO 表様式区分(対象数).
      *
       分割対象追加－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
           PERFORM VARYING 対象番号 FROM 1 BY 1
             UNTIL 対象番号 > 対象数
             MOVE 表ファイル名(対象番号)
               TO 対象ファイル名
             PERFORM 様式設定
             PERFORM ファイル変換
           END-PERFORM.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       様式設定               SECTION.
      ***********************************
      *
      *  従来・新しいレコード長と、足す項目の初期値を決める。
           MOVE SPACES TO 追加値.
           EVALUATE 表様式区分(対象番号)
             WHEN "R"
      *  通貨コード空白・外貨金額0・換算レート0・
      *  証憑番号空白・支払口座コード空白。
               MOVE 119 TO 旧レコード長
               MOVE 157 TO 新レコード長
               MOVE ALL "0" TO 追加値(4:19)
             WHEN "A"
      *  メール希望区分・メールアドレス・住所確認区分空白・
      *  不着登録日0。
               MOVE 87 TO 旧レコード長
               MOVE 157 TO 新レコード長
               MOVE ALL "0" TO 追加値(63:8)
             WHEN "J"
      *  生年月日0・郵便番号・電話番号・統合先ID空白。
               MOVE 34 TO 旧レコード長
               MOVE 68 TO 新レコード長
               MOVE ALL "0" TO 追加値(1:8)
             WHEN "K"
      *  延長・別室・拡大・車椅子の配慮対応はN。
               MOVE 30 TO 旧レコード長
               MOVE 34 TO 新レコード長
               MOVE ALL "N" TO 追加値(1:4)
             WHEN "S"
      *  解答は空白とする。
               MOVE 17 TO 旧レコード長
               MOVE 18 TO 新レコード長
             WHEN "G"
      *  提出期限0(未設定)とする。
               MOVE 5 TO 旧レコード長
               MOVE 13 TO 新レコード長
               MOVE ALL "0" TO 追加値(1:8)
           END-EVALUATE.
           COMPUTE 追加長 = 新レコード長 - 旧レコード長.
      *
       様式設定－ＥＸ.
       EXIT.
      *
      ***********************************
       ファイル変換           SECTION.
      ***********************************
      *
           MOVE SPACES TO 変換表行.
           MOVE 対象ファイル名 TO 変換表行(1:43).
           MOVE 旧レコード長 TO 変換表行(45:3).
           MOVE 新レコード長 TO 変換表行(51:3).
      *  変換済一覧に載っていれば触れない。
           MOVE "N" TO 変換済フラグ.
           PERFORM VARYING 変換済番号 FROM 1 BY 1
             UNTIL 変換済番号 > 変換済数 OR 変換済あり
             IF 表変換済名(変換済番号) = 対象ファイル名
               THEN
                 MOVE "Y" TO 変換済フラグ
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 変換済あり
             THEN
               ADD 1 TO 済ファイル数
               MOVE "変換済" TO 変換表行(67:30)
               WRITE 変換表レコード FROM 変換表行
               GO TO ファイル変換－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *  ファイルの大きさが従来のレコード長で割り切れるかを
      *  確かめる。
           PERFORM バイト数計数.
           IF 対象状態 = "35"
             THEN
               ADD 1 TO なしファイル数
               MOVE "ファイルなし" TO 変換表行(67:30)
               WRITE 変換表レコード FROM 変換表行
               GO TO ファイル変換－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           DIVIDE バイト数 BY 旧レコード長
             GIVING 商 REMAINDER 余り.
           IF 余り NOT = ZERO
             THEN
               ADD 1 TO 不一致ファイル数
               MOVE "長さ不一致(書き換えず)"
                 TO 変換表行(67:40)
               WRITE 変換表レコード FROM 変換表行
               DISPLAY "長さ不一致:" 対象ファイル名
               GO TO ファイル変換－ＥＸ
             ELSE
               CONTINUE
           END-IF.
      *  従来のレコード長で読み、項目を足して作業ファイルへ
      *  写してから元のファイルへ書き戻す。
           PERFORM 旧様式変換.
           PERFORM 作業書き戻し.
           PERFORM 変換済登録.
           ADD 1 TO 変換ファイル数.
           MOVE 変換件数 TO 変換表行(57:9).
           MOVE "変換" TO 変換表行(67:30).
           WRITE 変換表レコード FROM 変換表行.
           DISPLAY "様式変換:" 対象ファイル名.
           DISPLAY "  件数:" 変換件数.
      *
       ファイル変換－ＥＸ.
       EXIT.
      *
      ***********************************
       バイト数計数           SECTION.
      ***********************************
      *
           MOVE ZERO TO バイト数.
           OPEN INPUT 対象ファイル.
           IF 対象状態 NOT = "00"
             THEN
               GO TO バイト数計数－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 対象状態 NOT = "00"
             READ 対象ファイル
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1 TO バイト数
             END-READ
           END-PERFORM.
           CLOSE 対象ファイル.
      *
       バイト数計数－ＥＸ.
       EXIT.
      *
      ***********************************
       旧様式変換             SECTION.
      ***********************************
      *
           MOVE ZERO TO 変換件数.
           MOVE ZERO TO 読込位置.
           OPEN INPUT 対象ファイル.
           OPEN OUTPUT 作業ファイル.
           IF 作業状態 NOT = "00"
             THEN
               MOVE "PRO2123" TO 発生プログラム名
               MOVE 作業状態 TO 入出力状態
               MOVE "作業ファイルのオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 読込バッファ.
           PERFORM UNTIL 対象状態 NOT = "00"
             READ 対象ファイル
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1 TO 読込位置
                 MOVE 対象バイト
                   TO 読込バッファ(読込位置:1)
                 IF 読込位置 = 旧レコード長
                   THEN
                     PERFORM 新様式出力
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 対象ファイル.
           CLOSE 作業ファイル.
      *
       旧様式変換－ＥＸ.
       EXIT.
      *
      ***********************************
       新様式出力             SECTION.
      ***********************************
      *
           ADD 1 TO 変換件数.
           MOVE SPACES TO 出力レコード.
           MOVE 読込バッファ(1:旧レコード長)
             TO 出力レコード(1:旧レコード長).
           MOVE 追加値(1:追加長)
             TO 出力レコード(旧レコード長 + 1:追加長).
           PERFORM VARYING 出力位置 FROM 1 BY 1
             UNTIL 出力位置 > 新レコード長
             MOVE 出力レコード(出力位置:1) TO 作業バイト
             WRITE 作業バイト
           END-PERFORM.
           MOVE SPACES TO 読込バッファ.
           MOVE ZERO TO 読込位置.
      *
       新様式出力－ＥＸ.
       EXIT.
      *
      ***********************************
       作業書き戻し           SECTION.
      ***********************************
      *
           MOVE "00" TO 作業状態.
           OPEN INPUT 作業ファイル.
           OPEN OUTPUT 対象ファイル.
           IF 対象状態 NOT = "00"
             THEN
               MOVE "PRO2123" TO 発生プログラム名
               MOVE 対象状態 TO 入出力状態
               MOVE "書き戻し先のオープンエラー"
                 TO 異常終了メッセージ
               DISPLAY "変換後の内容は作業ファイル"
                       "(HENKAN2010W)に残っている:"
               DISPLAY 対象ファイル名
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 作業状態 NOT = "00"
             READ 作業ファイル
               AT END
                 CONTINUE
               NOT AT END
                 WRITE 対象バイト FROM 作業バイト
             END-READ
           END-PERFORM.
           CLOSE 作業ファイル.
           CLOSE 対象ファイル.
      *
       作業書き戻し－ＥＸ.
       EXIT.
      *
      ***********************************
       変換済登録             SECTION.
      ***********************************
      *
      *  再度流したときに二重に書き換えないよう一覧に載せる。
           OPEN EXTEND 変換済ファイル.
           IF 変換済状態 = "35"
             THEN
               OPEN OUTPUT 変換済ファイル
             ELSE
               CONTINUE
           END-IF.
           IF 変換済状態 NOT = "00"
             THEN
               MOVE "PRO2123" TO 発生プログラム名
               MOVE 変換済状態 TO 入出力状態
               MOVE "変換済一覧のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE 対象ファイル名 TO 変換済ファイル名.
           MOVE 実行日 TO 変換済日.
           WRITE 変換済レコード.
           CLOSE 変換済ファイル.
      *
       変換済登録－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           MOVE SPACES TO 変換表行.
           STRING "変換:" DELIMITED BY SIZE
                  変換ファイル数 DELIMITED BY SIZE
                  " 変換済:" DELIMITED BY SIZE
                  済ファイル数 DELIMITED BY SIZE
                  " 長さ不一致:" DELIMITED BY SIZE
                  不一致ファイル数 DELIMITED BY SIZE
                  " ファイルなし:" DELIMITED BY SIZE
                  なしファイル数 DELIMITED BY SIZE
                  INTO 変換表行.
           WRITE 変換表レコード FROM 変換表行
             AFTER 2 LINE
           END-WRITE.
           CLOSE 変換表ファイル.
           DISPLAY "変換:" 変換ファイル数
                   " 変換済:" 済ファイル数
                   " 長さ不一致:" 不一致ファイル数.
      *
           DISPLAY "***PRO2123 END***".
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
