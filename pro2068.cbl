      *  履歴系ファイルの保存年限管理バッチ。保存年限定義
      *  (RETENTION2000)にデータ種別(ファイル基本名)ごとの
      *  保存年限とレコード内の日付位置を定義し、年限を超えた
      *  レコードを退避ファイル(基本名.PURGEyyyymmdd)へ追記して
      *  から元ファイルを残存分で書き直す。訴訟ホールド
      *  (LEGALHOLD2000)に載っている種別は年限が来ても消さず
      *  報告だけする。実施記録はパージ記録(PURGELOG2000)へ
      *  追記する。TAISYOKU2007ARC・IDOREKI2007・JNL2007・
      *  SEISEKI2001KANSAなどの整理を想定する。
      *  連鎖ハッシュ付きのログ(CP094)は連鎖を切らないよう、
      *  先頭から続く年限切れの区間だけを退避し、残すログの先頭
      *  に退避分の最終ハッシュを持ち越す引継レコード(SUB2025)
      *  を置く。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT ホールドファイル ASSIGN TO
             "/home/suzuki/DATA/LEGALHOLD2000"
             FILE STATUS IS ホールド状態.
      *  整理対象のファイル。ファイルごとにレコード長が違うので
      *  1バイト単位で読み書きする。
           SELECT 対象ファイル ASSIGN TO DYNAMIC 対象名
             FILE STATUS IS 対象状態.
      *  年限超過分の退避ファイル。
       FILE                   SECTION.
       FD  定義ファイル.
       01  定義レコード.
         03 定義基本名        PIC X(18).
         03 定義年限          PIC 9(2).
      *  レコード内の日付の開始位置と桁数(8:年月日 6:年月)。
         03 定義日付位置      PIC 9(3).
         03 定義日付桁数      PIC 9(1).
       FD  ホールドファイル.
       01  ホールドレコード.
         03 ホールド基本名    PIC X(18).
       FD  対象ファイル.
       01  対象バイト         PIC X(1).
       FD  退避ファイル.
       01  退避バイト         PIC X(1).
       FD  作業ファイル.
       01  作業バイト         PIC X(1).
       FD  記録ファイル.
       01  記録レコード       PIC X(80).
       WORKING-STORAGE        SECTION.
         03 ホールド件数      PIC 9(2) VALUE ZERO.
         03 ホールド番号      PIC 9(2).
         03 ホールドエントリ  OCCURS 20 TIMES.
           05 表ホールド名    PIC X(18).
       01  ホールド中フラグ   PIC X(1).
           88 ホールド中      VALUE "Y".
      *  1種別分の判定ワーク。
       01  レコード日付       PIC 9(8).
       01  レコード年月       PIC 9(6).
       01  日付数字フラグ     PIC X(1).
      *  1バイト単位の読込をレコードに組み立てるバッファ。
      *  レコード長は連鎖ログ一覧にあればその長さ、無ければ
      *  従来の150バイトとする。
       01  現レコード長       PIC 9(5).
       01  組立位置           PIC 9(5).
       01  組立バッファ       PIC X(200).
       01  出力レコード       PIC X(200).
       01  出力位置           PIC 9(5).
       01  退避最終レコード   PIC X(200).
       01  保留引継レコード   PIC X(200).
       01  保留引継フラグ     PIC X(1).
           88 保留引継あり    VALUE "Y".
       01  トレーラ位置       PIC 9(5).
      *  連鎖ハッシュ付きのログの判定と先頭区間の管理。
       01  連鎖対象フラグ     PIC X(1).
           88 連鎖対象        VALUE "Y".
       01  先頭区間フラグ     PIC X(1).
           88 先頭区間中      VALUE "Y".
       01  引継済フラグ       PIC X(1).
           88 引継済          VALUE "Y".
      *  退避ファイルは退避するレコードが出たときに開く。
       01  退避開始フラグ     PIC X(1).
           88 退避開始済      VALUE "Y".
       01  連鎖番号           PIC 9(2).
      *  退避ファイルのファイル名(ディレクトリを除く)。
       01  退避基本名         PIC X(40).
      *  連鎖ハッシュ付きのログの一覧。
       01  連鎖ログ一覧.
           COPY CP094.
      *  連鎖ハッシュ呼出し(SUB2025)への引き渡し情報。
       01  連鎖情報.
           COPY CP093.
      *  1種別分・全体の件数集計。
       01  集計エリア.
         03 読込件数          PIC 9(7).
             定義基本名(1:基本名長)
             DELIMITED BY SIZE
             INTO 対象名.
           MOVE SPACES TO 退避基本名.
           STRING 定義基本名(1:基本名長)
             DELIMITED BY SIZE
             ".PURGE" DELIMITED BY SIZE
             実行日 DELIMITED BY SIZE
             INTO 退避基本名.
           MOVE SPACES TO 退避名.
           STRING "/home/suzuki/DATA/"
             DELIMITED BY SIZE
             退避基本名 DELIMITED BY SPACE
             INTO 退避名.
           PERFORM 連鎖ログ判定.
           MOVE ZERO TO 組立位置.
           MOVE "Y" TO 先頭区間フラグ.
           MOVE "N" TO 引継済フラグ.
           MOVE "N" TO 保留引継フラグ.
           MOVE "N" TO 退避開始フラグ.
           MOVE SPACES TO 退避最終レコード.
           MOVE ZERO TO 読込件数.
           MOVE ZERO TO 退避件数.
           MOVE ZERO TO 残存件数.
             ELSE
               CONTINUE
           END-IF.
           OPEN OUTPUT 作業ファイル.
           PERFORM UNTIL 対象状態 NOT = "00"
             READ 対象ファイル
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM レコード組立
             END-READ
           END-PERFORM.
      *  全件が年限切れの連鎖ログは引継レコードだけを残す。
           IF 連鎖対象
              AND NOT 引継済
             THEN
               PERFORM 先頭区間終了
             ELSE
               CONTINUE
           END-IF.
      *  レコード長に満たない末尾の端数はそのまま残す。
           PERFORM VARYING 出力位置 FROM 1 BY 1
             UNTIL 出力位置 > 組立位置
             MOVE 組立バッファ(出力位置:1) TO 作業バイト
             WRITE 作業バイト
           END-PERFORM.
           CLOSE 対象ファイル.
           IF 退避開始済
             THEN
               CLOSE 退避ファイル
             ELSE
               CONTINUE
           END-IF.
           CLOSE 作業ファイル.
      *  残存分で元ファイルを書き直す。
           PERFORM 書き戻し.
       ホールド判定－ＥＸ.
       EXIT.
      *
      ***********************************
       連鎖ログ判定           SECTION.
      ***********************************
      *
           MOVE "N" TO 連鎖対象フラグ.
           MOVE 150 TO 現レコード長.
           PERFORM VARYING 連鎖番号 FROM 1 BY 1
             UNTIL 連鎖番号 > 連鎖ログ数
             IF 表連鎖基本名(連鎖番号) = 定義基本名
               THEN
                 SET 連鎖対象 TO TRUE
                 MOVE 表連鎖レコード長(連鎖番号)
                   TO 現レコード長
                 MOVE 連鎖ログ数 TO 連鎖番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           COMPUTE トレーラ位置 = 現レコード長 - 15.
      *
       連鎖ログ判定－ＥＸ.
       EXIT.
      *
      ***********************************
       レコード組立           SECTION.
      ***********************************
      *
      *  読んだバイトを積み、1レコード分そろったら判定する。
           ADD 1 TO 組立位置.
           MOVE 対象バイト TO 組立バッファ(組立位置:1).
           IF 組立位置 < 現レコード長
             THEN
               GO TO レコード組立－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 読込件数.
           PERFORM 年限判定.
           MOVE ZERO TO 組立位置.
      *
       レコード組立－ＥＸ.
       EXIT.
      *
      ***********************************
       基本名長算出           SECTION.
      ***********************************
      *
           MOVE ZERO TO 基本名長.
           PERFORM VARYING 走査位置 FROM 18 BY -1
             UNTIL 走査位置 < 1 OR 基本名長 > ZERO
             IF 定義基本名(走査位置:1) NOT = SPACE
               THEN
           MOVE "N" TO 日付数字フラグ.
           IF 定義日付桁数 = 6
             THEN
               IF 組立バッファ
                    (定義日付位置:6) IS NUMERIC
                 THEN
                   MOVE "Y" TO 日付数字フラグ
                   MOVE 組立バッファ(定義日付位置:6)
                     TO レコード年月
                 ELSE
                   CONTINUE
               END-IF
             ELSE
               IF 組立バッファ
                    (定義日付位置:8) IS NUMERIC
                 THEN
                   MOVE "Y" TO 日付数字フラグ
                   MOVE 組立バッファ(定義日付位置:8)
                     TO レコード日付
                   MOVE レコード日付(1:6)
                     TO レコード年月
                   CONTINUE
               END-IF
           END-IF.
           IF 連鎖対象
             THEN
               PERFORM 連鎖年限判定
               GO TO 年限判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 組立バッファ TO 出力レコード.
           IF 日付数字フラグ = "Y"
              AND レコード年月 < 年限切れ年月
             THEN
               PERFORM 退避レコード出力
             ELSE
               PERFORM 作業レコード出力
           END-IF.
      *
       年限判定－ＥＸ.
       EXIT.
      *
      ***********************************
       連鎖年限判定           SECTION.
      ***********************************
      *
      *  連鎖ログは先頭から続く年限切れの区間だけを退避する。
      *  前回の引継レコードは、続くレコードが退避になるときだけ
      *  退避分の先頭として一緒に移す。区間が終わったら以後は
      *  すべて残し、残す最初のレコードの前に引継レコードを
      *  置く。
           IF 先頭区間中
              AND 組立バッファ(トレーラ位置:1) = "C"
             THEN
               PERFORM 保留引継退避
               MOVE 組立バッファ TO 保留引継レコード
               SET 保留引継あり TO TRUE
               GO TO 連鎖年限判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 先頭区間中
              AND 日付数字フラグ = "Y"
              AND レコード年月 < 年限切れ年月
             THEN
               PERFORM 保留引継退避
               MOVE 組立バッファ TO 出力レコード
               PERFORM 退避レコード出力
               MOVE 組立バッファ TO 退避最終レコード
               GO TO 連鎖年限判定－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 先頭区間中
             THEN
               PERFORM 先頭区間終了
             ELSE
               CONTINUE
           END-IF.
           MOVE 組立バッファ TO 出力レコード.
           PERFORM 作業レコード出力.
      *
       連鎖年限判定－ＥＸ.
       EXIT.
      *
      ***********************************
       保留引継退避           SECTION.
      ***********************************
      *
      *  保留していた前回の引継レコードを退避へ移す。
           IF 保留引継あり
             THEN
               MOVE 保留引継レコード TO 出力レコード
               PERFORM 退避レコード出力
               MOVE 保留引継レコード TO 退避最終レコード
               MOVE "N" TO 保留引継フラグ
             ELSE
               CONTINUE
           END-IF.
      *
       保留引継退避－ＥＸ.
       EXIT.
      *
      ***********************************
       先頭区間終了           SECTION.
      ***********************************
      *
      *  退避が無く前回の引継レコードだけが残っていれば、それを
      *  そのまま残す。退避があれば新しい引継レコードを置く。
           MOVE "N" TO 先頭区間フラグ.
           IF 保留引継あり
             THEN
               SET 引継済 TO TRUE
               MOVE 保留引継レコード TO 出力レコード
               PERFORM 作業レコード出力
               MOVE "N" TO 保留引継フラグ
             ELSE
               PERFORM 引継レコード出力
           END-IF.
      *
       先頭区間終了－ＥＸ.
       EXIT.
      *
      ***********************************
       引継レコード出力       SECTION.
      ***********************************
      *
      *  退避した区間の最終ハッシュを持ち越す引継レコードを
      *  残す側の先頭に置く。退避が無ければ置かない。
           SET 引継済 TO TRUE.
           IF 退避件数 = ZERO
             THEN
               GO TO 引継レコード出力－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 連鎖情報.
           MOVE "T" TO 連鎖要求区分.
           MOVE 現レコード長 TO 連鎖レコード長.
           MOVE 退避最終レコード TO 連鎖レコード.
           CALL "SUB2025" USING 連鎖情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "90" TO 連鎖結果
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 連鎖結果 NOT = "00"
             THEN
               DISPLAY "連鎖を引き継げません:" 定義基本名
               GO TO 引継レコード出力－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 連鎖ハッシュ TO 連鎖前ハッシュ.
           MOVE SPACES TO 連鎖レコード.
           MOVE "連鎖引継" TO 引継見出し.
           MOVE 実行日 TO 引継日付.
           MOVE 退避基本名 TO 引継元ファイル名.
           MOVE 退避件数 TO 引継件数.
           MOVE "C" TO 連鎖要求区分.
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
      *
       引継レコード出力－ＥＸ.
       EXIT.
      *
      ***********************************
       退避レコード出力       SECTION.
      ***********************************
      *
      *  同じ日の再実行で先の退避分を失わないよう、退避ファイル
      *  は既存分に追記する。無ければ新規に作る。
           IF NOT 退避開始済
             THEN
               SET 退避開始済 TO TRUE
               OPEN EXTEND 退避ファイル
               IF 退避状態 NOT = "00"
                 THEN
                   CLOSE 退避ファイル
                   OPEN OUTPUT 退避ファイル
                 ELSE
                   CONTINUE
               END-IF
             ELSE
               CONTINUE
           END-IF.
           PERFORM VARYING 出力位置 FROM 1 BY 1
             UNTIL 出力位置 > 現レコード長
             MOVE 出力レコード(出力位置:1) TO 退避バイト
             WRITE 退避バイト
           END-PERFORM.
           ADD 1 TO 退避件数.
      *
       退避レコード出力－ＥＸ.
       EXIT.
      *
      ***********************************
       作業レコード出力       SECTION.
      ***********************************
      *
           PERFORM VARYING 出力位置 FROM 1 BY 1
             UNTIL 出力位置 > 現レコード長
             MOVE 出力レコード(出力位置:1) TO 作業バイト
             WRITE 作業バイト
           END-PERFORM.
           ADD 1 TO 残存件数.
      *
       作業レコード出力－ＥＸ.
       EXIT.
      *
      ***********************************
       書き戻し               SECTION.
      ***********************************
               AT END
                 CONTINUE
               NOT AT END
                 WRITE 対象バイト FROM 作業バイト
             END-READ
           END-PERFORM.
           CLOSE 作業ファイル.
