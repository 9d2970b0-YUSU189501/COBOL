       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2119.
      *  災害対策のバックアップセット取得と復元訓練。バックアップ
      *  対象一覧(BKLIST2010)に載せたマスタ・台帳・DBアンロード
      *  を1バイト単位でセット先へ写し、取得日付を付けたセットと
      *  して件数・ハッシュ合計をバックアップ目録(BKMANI2010)に
      *  残す。カタログ区分の行は領収書の月別分割ファイルのように
      *  カタログに載ったファイルもすべて取得する。
      *  処理区分B:セットを取得する。処理区分R:指定日(ゼロなら
      *  最新)のセットを試験用の復元先へ戻し、戻したファイルを
      *  読み直して目録の件数・ハッシュ合計と突き合わせる。結果は
      *  バックアップ報告(BKRPT2010)に書き、訓練の実施は復元訓練
      *  記録(BKDRILL2010)に残して半期ごとの監査に提示する。直近
      *  の成功した訓練が6か月より前なら警告する。セット先・復元
      *  先のディレクトリは運用で用意しておく。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  処理区分・セット日・セット先・復元先の指示ファイル。
           SELECT 指示ファイル ASSIGN TO
             "/home/suzuki/DATA/BKPARAM2010"
             FILE STATUS IS 指示状態.
      *  バックアップ対象一覧。
           SELECT 対象一覧ファイル ASSIGN TO
             "/home/suzuki/DATA/BKLIST2010"
             FILE STATUS IS 一覧状態.
      *  バックアップ目録。追記する。
           SELECT 目録ファイル ASSIGN TO
             "/home/suzuki/DATA/BKMANI2010"
             FILE STATUS IS 目録状態値.
      *  復元訓練記録。追記する。
           SELECT 訓練記録ファイル ASSIGN TO
             "/home/suzuki/DATA/BKDRILL2010"
             FILE STATUS IS 訓練状態.
      *  バックアップ報告。
           SELECT 報告ファイル ASSIGN TO
             "/home/suzuki/DATA/BKRPT2010"
             FILE STATUS IS 報告状態.
      *  写し元・写し先。レコード様式に依存しないよう1バイト
      *  単位で読み書きする。
           SELECT 写し元ファイル ASSIGN TO DYNAMIC 写し元名
             FILE STATUS IS 写し元状態.
           SELECT 写し先ファイル ASSIGN TO DYNAMIC 写し先名
             FILE STATUS IS 写し先状態.
      *  分割ファイルのカタログ(RYOSYUCAT2010と同じ様式)。
           SELECT カタログファイル
             ASSIGN TO DYNAMIC カタログ名
             FILE STATUS IS カタログ状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  指示ファイル.
       01  指示レコード.
      *  処理区分 B:セット取得 R:復元訓練。
           05 指示処理区分    PIC X(1).
           05 指示セット日    PIC 9(8).
           05 指示セット先    PIC X(40).
           05 指示復元先      PIC X(40).
       FD  対象一覧ファイル.
       01  対象一覧レコード.
           COPY CP088.
       FD  目録ファイル.
       01  目録レコード.
           COPY CP089.
       FD  訓練記録ファイル.
       01  訓練記録レコード.
      *  訓練結果 OK:全ファイル一致 NG:不一致・復元不能あり。
           05 訓練日          PIC 9(8).
           05 訓練時刻        PIC 9(6).
           05 訓練セット日    PIC 9(8).
           05 訓練対象数      PIC 9(5).
           05 訓練一致数      PIC 9(5).
           05 訓練不一致数    PIC 9(5).
           05 訓練結果        PIC X(2).
           05 訓練復元先      PIC X(40).
           05 FILLER          PIC X(21).
       FD  報告ファイル.
       01  報告レコード       PIC X(132).
       FD  写し元ファイル.
       01  写し元バイト       PIC X(1).
       FD  写し先ファイル.
       01  写し先バイト       PIC X(1).
       FD  カタログファイル.
       01  カタログレコード.
         03 カタログ年月      PIC 9(6).
         03 カタログファイル名 PIC X(60).
         03 カタログ禁止フラグ PIC X(1).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 指示状態          PIC X(2).
         03 一覧状態          PIC X(2).
         03 目録状態値        PIC X(2).
         03 訓練状態          PIC X(2).
         03 報告状態          PIC X(2).
         03 写し元状態        PIC X(2).
         03 写し先状態        PIC X(2).
         03 カタログ状態      PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  写し終了フラグ     PIC X(1).
           88 写し終了        VALUE "1".
       01  カタログ終了フラグ PIC X(1).
           88 カタログ終了    VALUE "1".
       01  実行日             PIC 9(8).
       01  実行時刻           PIC 9(8).
       01  実行時刻分解 REDEFINES 実行時刻.
           05 実行時分秒      PIC 9(6).
           05 FILLER          PIC 9(2).
      *  指示の内容。指示が無ければセット取得とする。
       01  処理区分           PIC X(1) VALUE "B".
           88 セット取得      VALUE "B".
           88 復元訓練        VALUE "R".
       01  対象セット日       PIC 9(8) VALUE ZERO.
       01  セット先           PIC X(40)
             VALUE "/home/suzuki/BKSET/".
       01  復元先             PIC X(40)
             VALUE "/home/suzuki/RESTORE/".
       01  セット先長         PIC 9(2).
       01  復元先長           PIC 9(2).
      *  動的割り当てに使うファイル名。
       01  写し元名           PIC X(60).
       01  写し先名           PIC X(60).
       01  カタログ名         PIC X(60).
      *  名前の長さ・末尾の名前の切り出し。
       01  名前エリア.
         03 名前作業          PIC X(60).
         03 名前長            PIC 9(2).
         03 末尾名位置        PIC 9(2).
         03 末尾名長          PIC 9(2).
         03 走査位置          PIC 9(2).
       01  末尾名             PIC X(30).
      *  1ファイルの取得・検査結果。
       01  取得エリア.
         03 取得ファイル名    PIC X(16).
         03 取得区分          PIC X(1).
         03 取得レコード長    PIC 9(5).
         03 取得バイト数      PIC 9(12).
         03 取得件数          PIC 9(9).
         03 取得端数          PIC 9(5).
         03 取得ハッシュ      PIC 9(13).
         03 取得結果          PIC X(1).
           88 取得成功        VALUE "C".
           88 取得対象なし    VALUE "M".
           88 取得書込不可    VALUE "W".
      *  ハッシュ合計の計算。バイトの値は2バイト2進の下位に
      *  置いて数値として取り出す。重みは1から97を巡回する。
       01  バイト変換.
           05 バイト数値      PIC 9(4) BINARY.
       01  バイト変換分解 REDEFINES バイト変換.
           05 バイト上位      PIC X(1).
           05 バイト下位      PIC X(1).
       01  位置重み           PIC 9(2).
       01  ハッシュ加算値     PIC 9(5).
      *  復元訓練で使う目録のテーブル。同じ元パス名の行は後の
      *  行で置き換える。
       01  目録テーブルエリア.
         03 目録表件数        PIC 9(3) VALUE ZERO.
         03 目録表番号        PIC 9(3).
         03 該当目録番号      PIC 9(3).
         03 目録エントリ      OCCURS 500 TIMES.
           05 表目録ファイル名 PIC X(16).
           05 表目録元パス名  PIC X(60).
           05 表目録セットパス名 PIC X(60).
           05 表目録レコード長 PIC 9(5).
           05 表目録バイト数  PIC 9(12).
           05 表目録件数      PIC 9(9).
           05 表目録ハッシュ  PIC 9(13).
           05 表目録状態      PIC X(1).
      *  直近の成功した復元訓練と6か月前の日付。
       01  訓練期限エリア.
         03 最終訓練日        PIC 9(8) VALUE ZERO.
         03 期限年            PIC 9(4).
         03 期限月            PIC 9(2).
         03 期限日            PIC 9(8).
      *  件数集計。
       01  集計エリア.
         03 一覧件数          PIC 9(5) VALUE ZERO.
         03 取得件数合計      PIC 9(5) VALUE ZERO.
         03 対象なし件数      PIC 9(5) VALUE ZERO.
         03 書込不可件数      PIC 9(5) VALUE ZERO.
         03 端数あり件数      PIC 9(5) VALUE ZERO.
         03 訓練対象件数      PIC 9(5) VALUE ZERO.
         03 一致件数          PIC 9(5) VALUE ZERO.
         03 不一致件数        PIC 9(5) VALUE ZERO.
       01  件数編集           PIC ZZZ,ZZZ,ZZ9.
       01  バイト編集         PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  結果表示           PIC X(30).
       01  報告行             PIC X(132).
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
           DISPLAY "***PRO2119 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           ACCEPT 実行時刻 FROM TIME.
      *  指示ファイルがあれば処理区分・セット日・セット先・
      *  復元先を読み替える。
           OPEN INPUT 指示ファイル.
           IF 指示状態 = "00"
             THEN
               READ 指示ファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   PERFORM 指示取込
               END-READ
               CLOSE 指示ファイル
             ELSE
               CONTINUE
           END-IF.
           IF NOT セット取得 AND NOT 復元訓練
             THEN
               MOVE "PRO2119" TO 発生プログラム名
               MOVE SPACES TO 入出力状態
               MOVE "処理区分の誤り"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE セット先 TO 名前作業.
           PERFORM 名前長算出.
           MOVE 名前長 TO セット先長.
           MOVE 復元先 TO 名前作業.
           PERFORM 名前長算出.
           MOVE 名前長 TO 復元先長.
           OPEN OUTPUT 報告ファイル.
           IF 報告状態 NOT = "00"
             THEN
               MOVE "PRO2119" TO 発生プログラム名
               MOVE 報告状態 TO 入出力状態
               MOVE "バックアップ報告のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       指示取込               SECTION.
      ***********************************
      *
           IF 指示処理区分 NOT = SPACE
             THEN
               MOVE 指示処理区分 TO 処理区分
             ELSE
               CONTINUE
           END-IF.
           IF 指示セット日 IS NUMERIC
             THEN
               MOVE 指示セット日 TO 対象セット日
             ELSE
               CONTINUE
           END-IF.
           IF 指示セット先 NOT = SPACES
             THEN
               MOVE 指示セット先 TO セット先
             ELSE
               CONTINUE
           END-IF.
           IF 指示復元先 NOT = SPACES
             THEN
               MOVE 指示復元先 TO 復元先
             ELSE
               CONTINUE
           END-IF.
      *
       指示取込－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
           IF セット取得
             THEN
               PERFORM セット取得処理
             ELSE
               PERFORM 復元訓練処理
           END-IF.
           PERFORM 訓練期限確認.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       セット取得処理         SECTION.
      ***********************************
      *
      *  一覧の各ファイルを取得し、目録に追記する。
           OPEN INPUT 対象一覧ファイル.
           IF 一覧状態 NOT = "00"
             THEN
               MOVE "PRO2119" TO 発生プログラム名
               MOVE 一覧状態 TO 入出力状態
               MOVE "対象一覧のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           OPEN EXTEND 目録ファイル.
           IF 目録状態値 NOT = "00"
             THEN
               CLOSE 目録ファイル
               OPEN OUTPUT 目録ファイル
             ELSE
               CONTINUE
           END-IF.
           IF 目録状態値 NOT = "00"
             THEN
               MOVE "PRO2119" TO 発生プログラム名
               MOVE 目録状態値 TO 入出力状態
               MOVE "バックアップ目録のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 報告行.
           STRING "バックアップセット取得報告"
                  DELIMITED BY SIZE
                  " セット日:" DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  " セット先:" DELIMITED BY SIZE
                  セット先 DELIMITED BY SPACE
                  INTO 報告行.
           WRITE 報告レコード FROM 報告行.
           MOVE SPACES TO 報告行.
           MOVE "ファイル"     TO 報告行(1:12).
           MOVE "件数"         TO 報告行(32:6).
           MOVE "バイト数"     TO 報告行(48:12).
           MOVE "ハッシュ合計" TO 報告行(62:18).
           MOVE "結果"         TO 報告行(81:6).
           WRITE 報告レコード FROM 報告行
             AFTER 2 LINE
           END-WRITE.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 対象一覧ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 ADD 1 TO 一覧件数
                 PERFORM 一覧行取得
             END-READ
           END-PERFORM.
           CLOSE 対象一覧ファイル.
           CLOSE 目録ファイル.
      *
       セット取得処理－ＥＸ.
       EXIT.
      *
      ***********************************
       一覧行取得             SECTION.
      ***********************************
      *
           MOVE SPACES TO 写し元名.
           IF 一覧パス名 = SPACES
             THEN
               STRING "/home/suzuki/DATA/" DELIMITED BY SIZE
                      一覧ファイル名 DELIMITED BY SPACE
                      INTO 写し元名
             ELSE
               MOVE 一覧パス名 TO 写し元名
           END-IF.
           MOVE 一覧ファイル名 TO 取得ファイル名.
           MOVE "F" TO 取得区分.
           MOVE 一覧レコード長 TO 取得レコード長.
           PERFORM ファイル取得.
      *  カタログ区分はカタログに載った分割ファイルも取得する。
           IF 一覧カタログ AND 取得成功
             THEN
               MOVE 写し元名 TO カタログ名
               PERFORM 分割ファイル取得
             ELSE
               CONTINUE
           END-IF.
      *
       一覧行取得－ＥＸ.
       EXIT.
      *
      ***********************************
       分割ファイル取得       SECTION.
      ***********************************
      *
           OPEN INPUT カタログファイル.
           IF カタログ状態 NOT = "00"
             THEN
               GO TO 分割ファイル取得－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO カタログ終了フラグ.
           PERFORM UNTIL カタログ終了
              OR カタログ状態 NOT = "00"
             READ カタログファイル
               AT END
                 SET カタログ終了 TO TRUE
               NOT AT END
                 IF カタログファイル名 NOT = SPACES
                   THEN
                     MOVE カタログファイル名 TO 写し元名
                     MOVE 一覧ファイル名 TO 取得ファイル名
                     MOVE "P" TO 取得区分
                     MOVE 一覧分割レコード長
                       TO 取得レコード長
                     PERFORM ファイル取得
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE カタログファイル.
      *
       分割ファイル取得－ＥＸ.
       EXIT.
      *
      ***********************************
       ファイル取得           SECTION.
      ***********************************
      *
      *  写し元名のファイルをセット先へ「名前.S取得日」として
      *  写しながらバイト数とハッシュ合計を求め、目録に書く。
           MOVE 写し元名 TO 名前作業.
           PERFORM 末尾名取出し.
           MOVE SPACES TO 写し先名.
           STRING セット先(1:セット先長) DELIMITED BY SIZE
                  末尾名 DELIMITED BY SPACE
                  ".S" DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  INTO 写し先名.
           MOVE ZERO TO 取得バイト数 取得件数 取得端数
                        取得ハッシュ.
           MOVE ZERO TO 位置重み.
           OPEN INPUT 写し元ファイル.
           IF 写し元状態 NOT = "00"
             THEN
               SET 取得対象なし TO TRUE
               ADD 1 TO 対象なし件数
               MOVE "対象なし" TO 結果表示
               PERFORM 目録書込
               PERFORM 取得明細出力
               GO TO ファイル取得－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           OPEN OUTPUT 写し先ファイル.
           IF 写し先状態 NOT = "00"
             THEN
               CLOSE 写し元ファイル
               SET 取得書込不可 TO TRUE
               ADD 1 TO 書込不可件数
               MOVE "セット先へ書けない" TO 結果表示
               PERFORM 取得明細出力
               GO TO ファイル取得－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 写し終了フラグ.
           PERFORM UNTIL 写し終了
              OR 写し元状態 NOT = "00"
             READ 写し元ファイル
               AT END
                 SET 写し終了 TO TRUE
               NOT AT END
                 WRITE 写し先バイト FROM 写し元バイト
                 ADD 1 TO 取得バイト数
                 MOVE 写し元バイト TO バイト下位
                 PERFORM ハッシュ加算
             END-READ
           END-PERFORM.
           CLOSE 写し先ファイル.
           CLOSE 写し元ファイル.
           PERFORM 件数算出.
           SET 取得成功 TO TRUE.
           ADD 1 TO 取得件数合計.
           IF 取得端数 > ZERO
             THEN
               ADD 1 TO 端数あり件数
               MOVE "取得済(端数あり)" TO 結果表示
             ELSE
               MOVE "取得済" TO 結果表示
           END-IF.
           PERFORM 目録書込.
           PERFORM 取得明細出力.
      *
       ファイル取得－ＥＸ.
       EXIT.
      *
      ***********************************
       ハッシュ加算           SECTION.
      ***********************************
      *
      *  バイトの値に1を足して位置の重みを掛け、ハッシュ合計へ
      *  加える。13桁を超えた分は巡回させる。
           MOVE LOW-VALUE TO バイト上位.
           IF 位置重み < 97
             THEN
               ADD 1 TO 位置重み
             ELSE
               MOVE 1 TO 位置重み
           END-IF.
           COMPUTE ハッシュ加算値 =
             (バイト数値 + 1) * 位置重み.
           ADD ハッシュ加算値 TO 取得ハッシュ
             ON SIZE ERROR
               COMPUTE 取得ハッシュ =
                 取得ハッシュ + ハッシュ加算値
                 - 10000000000000
           END-ADD.
      *
       ハッシュ加算－ＥＸ.
       EXIT.
      *
      ***********************************
       件数算出               SECTION.
      ***********************************
      *
      *  バイト数をレコード長で割って件数とする。レコード長が
      *  登録されていなければ件数は数えない。
           IF 取得レコード長 = ZERO
             THEN
               MOVE ZERO TO 取得件数 取得端数
             ELSE
               DIVIDE 取得バイト数 BY 取得レコード長
                 GIVING 取得件数
                 REMAINDER 取得端数
           END-IF.
      *
       件数算出－ＥＸ.
       EXIT.
      *
      ***********************************
       目録書込               SECTION.
      ***********************************
      *
           MOVE SPACES TO 目録レコード.
           MOVE 実行日         TO 目録セット日.
           MOVE 実行時分秒     TO 目録取得時刻.
           MOVE 取得ファイル名 TO 目録ファイル名.
           MOVE 取得区分       TO 目録区分.
           MOVE 写し元名       TO 目録元パス名.
           MOVE 写し先名       TO 目録セットパス名.
           MOVE 取得レコード長 TO 目録レコード長.
           MOVE 取得バイト数   TO 目録バイト数.
           MOVE 取得件数       TO 目録件数.
           MOVE 取得端数       TO 目録端数.
           MOVE 取得ハッシュ   TO 目録ハッシュ.
           MOVE 取得結果       TO 目録状態.
           WRITE 目録レコード.
      *
       目録書込－ＥＸ.
       EXIT.
      *
      ***********************************
       取得明細出力           SECTION.
      ***********************************
      *
           MOVE SPACES TO 報告行.
           MOVE 写し元名 TO 名前作業.
           PERFORM 末尾名取出し.
           MOVE 末尾名 TO 報告行(1:30).
           IF 取得成功
             THEN
               IF 取得レコード長 > ZERO
                 THEN
                   MOVE 取得件数 TO 件数編集
                   MOVE 件数編集 TO 報告行(32:11)
                 ELSE
                   CONTINUE
               END-IF
               MOVE 取得バイト数 TO バイト編集
               MOVE バイト編集 TO 報告行(44:15)
               MOVE 取得ハッシュ TO 報告行(62:13)
             ELSE
               CONTINUE
           END-IF.
           MOVE 結果表示 TO 報告行(81:30).
           WRITE 報告レコード FROM 報告行.
      *
       取得明細出力－ＥＸ.
       EXIT.
      *
      ***********************************
       復元訓練処理           SECTION.
      ***********************************
      *
      *  目録から対象セットの行を読み込み、1ファイルずつ復元先
      *  へ戻して検査する。
           PERFORM 目録読込.
           MOVE SPACES TO 報告行.
           STRING "復元訓練報告 訓練日:" DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  " セット日:" DELIMITED BY SIZE
                  対象セット日 DELIMITED BY SIZE
                  " 復元先:" DELIMITED BY SIZE
                  復元先 DELIMITED BY SPACE
                  INTO 報告行.
           WRITE 報告レコード FROM 報告行.
           IF 目録表件数 = ZERO
             THEN
               MOVE SPACES TO 報告行
               MOVE "対象のセットがありません。"
                 TO 報告行
               WRITE 報告レコード FROM 報告行
               DISPLAY "対象のバックアップセットなし。"
               GO TO 復元訓練処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 報告行.
           MOVE "ファイル"     TO 報告行(1:12).
           MOVE "目録件数"     TO 報告行(32:12).
           MOVE "復元件数"     TO 報告行(45:12).
           MOVE "目録ハッシュ" TO 報告行(58:18).
           MOVE "復元ハッシュ" TO 報告行(77:18).
           MOVE "結果"         TO 報告行(96:6).
           WRITE 報告レコード FROM 報告行
             AFTER 2 LINE
           END-WRITE.
           PERFORM VARYING 目録表番号 FROM 1 BY 1
             UNTIL 目録表番号 > 目録表件数
             PERFORM 目録1件復元
             PERFORM 訓練明細出力
           END-PERFORM.
           PERFORM 訓練記録書込.
      *
       復元訓練処理－ＥＸ.
       EXIT.
      *
      ***********************************
       目録読込               SECTION.
      ***********************************
      *
      *  セット日の指定が無ければ目録にある最新のセットとする。
           IF 対象セット日 = ZERO
             THEN
               PERFORM 最新セット日検索
             ELSE
               CONTINUE
           END-IF.
           OPEN INPUT 目録ファイル.
           IF 目録状態値 NOT = "00"
             THEN
               GO TO 目録読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 目録ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 目録セット日 = 対象セット日
                   THEN
                     PERFORM 目録行取込
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 目録ファイル.
      *
       目録読込－ＥＸ.
       EXIT.
      *
      ***********************************
       最新セット日検索       SECTION.
      ***********************************
      *
           OPEN INPUT 目録ファイル.
           IF 目録状態値 NOT = "00"
             THEN
               GO TO 最新セット日検索－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 終了ステータス.
           PERFORM UNTIL 読込終了
             READ 目録ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 IF 目録セット日 > 対象セット日
                   THEN
                     MOVE 目録セット日 TO 対象セット日
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 目録ファイル.
      *
       最新セット日検索－ＥＸ.
       EXIT.
      *
      ***********************************
       目録行取込             SECTION.
      ***********************************
      *
      *  同じ日に取り直したファイルは後の行を有効とする。
           MOVE ZERO TO 該当目録番号.
           PERFORM VARYING 目録表番号 FROM 1 BY 1
             UNTIL 目録表番号 > 目録表件数
                OR 該当目録番号 > ZERO
             IF 表目録元パス名(目録表番号)
                = 目録元パス名
               THEN
                 MOVE 目録表番号 TO 該当目録番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当目録番号 = ZERO
             THEN
               IF 目録表件数 < 500
                 THEN
                   ADD 1 TO 目録表件数
                   MOVE 目録表件数 TO 該当目録番号
                 ELSE
                   MOVE "PRO2119" TO 発生プログラム名
                   MOVE SPACES TO 入出力状態
                   MOVE "目録テーブル上限超過"
                     TO 異常終了メッセージ
                   PERFORM 異常終了処理
               END-IF
             ELSE
               CONTINUE
           END-IF.
           MOVE 目録ファイル名
             TO 表目録ファイル名(該当目録番号).
           MOVE 目録元パス名
             TO 表目録元パス名(該当目録番号).
           MOVE 目録セットパス名
             TO 表目録セットパス名(該当目録番号).
           MOVE 目録レコード長
             TO 表目録レコード長(該当目録番号).
           MOVE 目録バイト数
             TO 表目録バイト数(該当目録番号).
           MOVE 目録件数 TO 表目録件数(該当目録番号).
           MOVE 目録ハッシュ
             TO 表目録ハッシュ(該当目録番号).
           MOVE 目録状態 TO 表目録状態(該当目録番号).
      *
       目録行取込－ＥＸ.
       EXIT.
      *
      ***********************************
       目録1件復元            SECTION.
      ***********************************
      *
      *  セットのファイルを復元先へ写し、写したファイルを読み
      *  直してバイト数・件数・ハッシュ合計を目録と比べる。
      *  取得時に対象が無かったファイルは検査の対象外とする。
           MOVE ZERO TO 取得バイト数 取得件数 取得端数
                        取得ハッシュ.
           MOVE SPACE TO 取得結果.
           IF 表目録状態(目録表番号) = "M"
             THEN
               MOVE "取得時に対象なし" TO 結果表示
               GO TO 目録1件復元－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 訓練対象件数.
           MOVE 表目録セットパス名(目録表番号)
             TO 写し元名.
           MOVE 表目録元パス名(目録表番号) TO 名前作業.
           PERFORM 末尾名取出し.
           MOVE SPACES TO 写し先名.
           STRING 復元先(1:復元先長) DELIMITED BY SIZE
                  末尾名 DELIMITED BY SPACE
                  INTO 写し先名.
           OPEN INPUT 写し元ファイル.
           IF 写し元状態 NOT = "00"
             THEN
               ADD 1 TO 不一致件数
               MOVE "NG セットのファイルなし" TO 結果表示
               GO TO 目録1件復元－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           OPEN OUTPUT 写し先ファイル.
           IF 写し先状態 NOT = "00"
             THEN
               CLOSE 写し元ファイル
               ADD 1 TO 不一致件数
               MOVE "NG 復元先へ書けない" TO 結果表示
               GO TO 目録1件復元－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 写し終了フラグ.
           PERFORM UNTIL 写し終了
              OR 写し元状態 NOT = "00"
             READ 写し元ファイル
               AT END
                 SET 写し終了 TO TRUE
               NOT AT END
                 WRITE 写し先バイト FROM 写し元バイト
             END-READ
           END-PERFORM.
           CLOSE 写し先ファイル.
           CLOSE 写し元ファイル.
           PERFORM 復元ファイル検査.
      *
       目録1件復元－ＥＸ.
       EXIT.
      *
      ***********************************
       復元ファイル検査       SECTION.
      ***********************************
      *
      *  復元先のファイルを読み直して目録と突き合わせる。
           MOVE 写し先名 TO 写し元名.
           MOVE ZERO TO 位置重み.
           OPEN INPUT 写し元ファイル.
           IF 写し元状態 NOT = "00"
             THEN
               ADD 1 TO 不一致件数
               MOVE "NG 復元したファイルが読めない"
                 TO 結果表示
               GO TO 復元ファイル検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "0" TO 写し終了フラグ.
           PERFORM UNTIL 写し終了
              OR 写し元状態 NOT = "00"
             READ 写し元ファイル
               AT END
                 SET 写し終了 TO TRUE
               NOT AT END
                 ADD 1 TO 取得バイト数
                 MOVE 写し元バイト TO バイト下位
                 PERFORM ハッシュ加算
             END-READ
           END-PERFORM.
           CLOSE 写し元ファイル.
           MOVE 表目録レコード長(目録表番号)
             TO 取得レコード長.
           PERFORM 件数算出.
           SET 取得成功 TO TRUE.
           IF 取得バイト数
              = 表目録バイト数(目録表番号)
              AND 取得件数 = 表目録件数(目録表番号)
              AND 取得ハッシュ
                  = 表目録ハッシュ(目録表番号)
             THEN
               ADD 1 TO 一致件数
               MOVE "OK 一致" TO 結果表示
             ELSE
               ADD 1 TO 不一致件数
               MOVE "NG 件数・ハッシュ相違" TO 結果表示
           END-IF.
      *
       復元ファイル検査－ＥＸ.
       EXIT.
      *
      ***********************************
       訓練明細出力           SECTION.
      ***********************************
      *
           MOVE SPACES TO 報告行.
           MOVE 表目録元パス名(目録表番号) TO 名前作業.
           PERFORM 末尾名取出し.
           MOVE 末尾名 TO 報告行(1:30).
           IF 表目録状態(目録表番号) NOT = "M"
             THEN
               MOVE 表目録件数(目録表番号) TO 件数編集
               MOVE 件数編集 TO 報告行(32:11)
               MOVE 表目録ハッシュ(目録表番号)
                 TO 報告行(58:13)
             ELSE
               CONTINUE
           END-IF.
           IF 取得成功
             THEN
               MOVE 取得件数 TO 件数編集
               MOVE 件数編集 TO 報告行(45:11)
               MOVE 取得ハッシュ TO 報告行(77:13)
             ELSE
               CONTINUE
           END-IF.
           MOVE 結果表示 TO 報告行(96:30).
           WRITE 報告レコード FROM 報告行.
      *
       訓練明細出力－ＥＸ.
       EXIT.
      *
      ***********************************
       訓練記録書込           SECTION.
      ***********************************
      *
      *  訓練の結果を復元訓練記録へ追記する。1ファイルでも
      *  不一致があれば訓練はNGとする。
           OPEN EXTEND 訓練記録ファイル.
           IF 訓練状態 NOT = "00"
             THEN
               CLOSE 訓練記録ファイル
               OPEN OUTPUT 訓練記録ファイル
             ELSE
               CONTINUE
           END-IF.
           IF 訓練状態 NOT = "00"
             THEN
               MOVE "PRO2119" TO 発生プログラム名
               MOVE 訓練状態 TO 入出力状態
               MOVE "復元訓練記録のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 訓練記録レコード.
           MOVE 実行日         TO 訓練日.
           MOVE 実行時分秒     TO 訓練時刻.
           MOVE 対象セット日   TO 訓練セット日.
           MOVE 訓練対象件数   TO 訓練対象数.
           MOVE 一致件数       TO 訓練一致数.
           MOVE 不一致件数     TO 訓練不一致数.
           MOVE 復元先         TO 訓練復元先.
           IF 不一致件数 = ZERO
              AND 一致件数 > ZERO
             THEN
               MOVE "OK" TO 訓練結果
             ELSE
               MOVE "NG" TO 訓練結果
           END-IF.
           WRITE 訓練記録レコード.
           CLOSE 訓練記録ファイル.
           MOVE SPACES TO 報告行.
           STRING "訓練結果:" DELIMITED BY SIZE
                  訓練結果 DELIMITED BY SIZE
                  " 対象:" DELIMITED BY SIZE
                  訓練対象件数 DELIMITED BY SIZE
                  " 一致:" DELIMITED BY SIZE
                  一致件数 DELIMITED BY SIZE
                  " 不一致:" DELIMITED BY SIZE
                  不一致件数 DELIMITED BY SIZE
                  INTO 報告行.
           WRITE 報告レコード FROM 報告行
             AFTER 2 LINE
           END-WRITE.
      *
       訓練記録書込－ＥＸ.
       EXIT.
      *
      ***********************************
       訓練期限確認           SECTION.
      ***********************************
      *
      *  直近の成功した復元訓練が6か月より前、または無ければ
      *  警告する。
           OPEN INPUT 訓練記録ファイル.
           IF 訓練状態 = "00"
             THEN
               MOVE "0" TO 終了ステータス
               PERFORM UNTIL 読込終了
                 READ 訓練記録ファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     IF 訓練結果 = "OK"
                        AND 訓練日 > 最終訓練日
                       THEN
                         MOVE 訓練日 TO 最終訓練日
                       ELSE
                         CONTINUE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 訓練記録ファイル
             ELSE
               CONTINUE
           END-IF.
           MOVE 実行日(1:4) TO 期限年.
           MOVE 実行日(5:2) TO 期限月.
           IF 期限月 > 6
             THEN
               SUBTRACT 6 FROM 期限月
             ELSE
               ADD 6 TO 期限月
               SUBTRACT 1 FROM 期限年
           END-IF.
           MOVE 期限年 TO 期限日(1:4).
           MOVE 期限月 TO 期限日(5:2).
           MOVE 実行日(7:2) TO 期限日(7:2).
           IF 最終訓練日 < 期限日
             THEN
               MOVE SPACES TO 報告行
               STRING "*復元訓練が6か月以上未成功。"
                      DELIMITED BY SIZE
                      " 直近の成功:" DELIMITED BY SIZE
                      最終訓練日 DELIMITED BY SIZE
                      INTO 報告行
               WRITE 報告レコード FROM 報告行
                 AFTER 2 LINE
               END-WRITE
               DISPLAY "復元訓練が6か月以上未成功。"
                       "直近の成功:" 最終訓練日
             ELSE
               CONTINUE
           END-IF.
      *
       訓練期限確認－ＥＸ.
       EXIT.
      *
      ***********************************
       名前長算出             SECTION.
      ***********************************
      *
      *  名前作業の末尾の空白を除いた長さを求める。
           MOVE ZERO TO 名前長.
           PERFORM VARYING 走査位置 FROM 60 BY -1
             UNTIL 走査位置 < 1 OR 名前長 > ZERO
             IF 名前作業(走査位置:1) NOT = SPACE
               THEN
                 MOVE 走査位置 TO 名前長
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       名前長算出－ＥＸ.
       EXIT.
      *
      ***********************************
       末尾名取出し           SECTION.
      ***********************************
      *
      *  パス名の最後の「/」より後ろを末尾名とする。
           PERFORM 名前長算出.
           MOVE ZERO TO 末尾名位置.
           PERFORM VARYING 走査位置 FROM 名前長 BY -1
             UNTIL 走査位置 < 1 OR 末尾名位置 > ZERO
             IF 名前作業(走査位置:1) = "/"
               THEN
                 MOVE 走査位置 TO 末尾名位置
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           MOVE SPACES TO 末尾名.
           COMPUTE 末尾名長 = 名前長 - 末尾名位置.
           IF 末尾名長 > 30
             THEN
               MOVE 30 TO 末尾名長
             ELSE
               CONTINUE
           END-IF.
           IF 末尾名長 > ZERO
             THEN
               MOVE 名前作業(末尾名位置 + 1:末尾名長)
                 TO 末尾名
             ELSE
               CONTINUE
           END-IF.
      *
       末尾名取出し－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           IF セット取得
             THEN
               MOVE SPACES TO 報告行
               STRING "一覧:" DELIMITED BY SIZE
                      一覧件数 DELIMITED BY SIZE
                      " 取得:" DELIMITED BY SIZE
                      取得件数合計 DELIMITED BY SIZE
                      " 対象なし:" DELIMITED BY SIZE
                      対象なし件数 DELIMITED BY SIZE
                      " 書込不可:" DELIMITED BY SIZE
                      書込不可件数 DELIMITED BY SIZE
                      " 端数あり:" DELIMITED BY SIZE
                      端数あり件数 DELIMITED BY SIZE
                      INTO 報告行
               WRITE 報告レコード FROM 報告行
                 AFTER 2 LINE
               END-WRITE
               DISPLAY "取得:" 取得件数合計
                       " 対象なし:" 対象なし件数
                       " 書込不可:" 書込不可件数
             ELSE
               DISPLAY "復元訓練 対象:" 訓練対象件数
                       " 一致:" 一致件数
                       " 不一致:" 不一致件数
           END-IF.
           CLOSE 報告ファイル.
      *
           DISPLAY "***PRO2119 END***".
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
