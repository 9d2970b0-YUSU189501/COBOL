      *  超えた古い世代を削除する世代管理プログラム。世代の台帳は
      *  SEDAIREG2000に持つ。監査で過去日の出力を求められた際は
      *  世代ファイルを提示する。
      *  外部へ送るHENKIN2006・WEBKEKKA2006・TOUTATSUOUT2000も
      *  退避し、送信の再送(PRO2111)は世代から元のとおりに出し
      *  直す。送信ファイルはレコード長が異なるため1バイト単位
      *  で写し、内容をそのまま残す。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
             FILE STATUS IS 退避元状態.
           SELECT 世代ファイル ASSIGN TO DYNAMIC 世代名
             FILE STATUS IS 世代状態.
      *  送信ファイルを1バイト単位で写すための割り当て。
           SELECT 送信元ファイル ASSIGN TO DYNAMIC 退避元名
             FILE STATUS IS 退避元状態.
           SELECT 送信世代ファイル ASSIGN TO DYNAMIC 世代名
             FILE STATUS IS 世代状態.
      *  保持世代数を指定する制御ファイル。無い場合は3世代とする。
           SELECT 世代制御ファイル ASSIGN TO
             "/home/suzuki/DATA/SEDAI2000"
       01  退避元レコード     PIC X(100).
       FD  世代ファイル.
       01  世代レコード       PIC X(100).
       FD  送信元ファイル.
       01  送信元バイト       PIC X(1).
       FD  送信世代ファイル.
       01  送信世代バイト     PIC X(1).
       FD  世代制御ファイル.
       01  世代制御レコード.
           05 指定世代数      PIC 9(2).
      *  保持する世代数。制御ファイルが無い場合は3とする。
       01  保持世代数         PIC 9(2) VALUE 3.
       01  実行日             PIC 9(8).
      *  退避対象の一覧。退避区分 L:行単位 B:1バイト単位。
      *  世代台帳の基本名には先頭12桁を使う。
       01  対象テーブル値.
           05 FILLER          PIC X(16) VALUE "KEKKA2003".
           05 FILLER          PIC X(01) VALUE "L".
           05 FILLER          PIC X(16) VALUE "OUT2001".
           05 FILLER          PIC X(01) VALUE "L".
           05 FILLER          PIC X(16) VALUE "WAREKI2002".
           05 FILLER          PIC X(01) VALUE "L".
           05 FILLER          PIC X(16) VALUE "SHIKENKEKKA".
           05 FILLER          PIC X(01) VALUE "L".
           05 FILLER          PIC X(16) VALUE "HENKIN2006".
           05 FILLER          PIC X(01) VALUE "B".
           05 FILLER          PIC X(16) VALUE "WEBKEKKA2006".
           05 FILLER          PIC X(01) VALUE "B".
           05 FILLER          PIC X(16) VALUE "TOUTATSUOUT2000".
           05 FILLER          PIC X(01) VALUE "B".
       01  対象テーブル REDEFINES 対象テーブル値.
           05 対象エントリ    OCCURS 7 TIMES.
              10 対象基本名   PIC X(16).
              10 対象退避区分 PIC X(01).
       01  対象番号           PIC 9(1).
       01  現基本名           PIC X(16).
       01  現基本名長         PIC 9(2).
       01  走査位置           PIC 9(2).
      *  コピー処理で使うスイッチと件数。
      *
      *  対象ファイルごとに世代退避と古い世代の削除をする。
           PERFORM VARYING 対象番号 FROM 1 BY 1
             UNTIL 対象番号 > 7
             MOVE 対象基本名(対象番号) TO 現基本名
             PERFORM 世代退避
             PERFORM 世代整理
                  INTO 世代名.
           MOVE "0" TO コピー終了フラグ.
           MOVE ZERO TO コピー件数.
           IF 対象退避区分(対象番号) = "B"
             THEN
               PERFORM バイト単位退避
               GO TO 世代退避－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           OPEN INPUT 退避元ファイル.
           IF 退避元状態 NOT = "00"
             THEN
       世代退避－ＥＸ.
       EXIT.
      *
      ***********************************
       バイト単位退避         SECTION.
      ***********************************
      *
      *  送信ファイルは再送で元のとおりに出し直せるよう、
      *  1バイトずつ写して内容と長さをそのまま残す。
           OPEN INPUT 送信元ファイル.
           IF 退避元状態 NOT = "00"
             THEN
               DISPLAY "退避対象なし:" 現基本名
               GO TO バイト単位退避－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           OPEN OUTPUT 送信世代ファイル.
           PERFORM UNTIL コピー終了
             READ 送信元ファイル
               AT END
                 SET コピー終了 TO TRUE
               NOT AT END
                 WRITE 送信世代バイト
                   FROM 送信元バイト
                 ADD 1 TO コピー件数
             END-READ
           END-PERFORM.
           CLOSE 送信世代ファイル.
           CLOSE 送信元ファイル.
           PERFORM 台帳追加.
           DISPLAY "世代退避:" 現基本名
                   " バイト数:" コピー件数.
      *
       バイト単位退避－ＥＸ.
       EXIT.
      *
      ***********************************
       基本名長算出           SECTION.
      ***********************************
      *
      *  現基本名の末尾の空白を除いた長さを求める。
           MOVE ZERO TO 現基本名長.
           PERFORM VARYING 走査位置 FROM 16 BY -1
             UNTIL 走査位置 < 1 OR 現基本名長 > ZERO
             IF 現基本名(走査位置:1) NOT = SPACE
               THEN
           MOVE ZERO TO 同名世代数.
           PERFORM VARYING 台帳番号 FROM 1 BY 1
             UNTIL 台帳番号 > 台帳件数
             IF 登録基本名(台帳番号) = 現基本名(1:12)
                AND 登録世代日付(台帳番号) = 実行日
                AND 登録削除フラグ(台帳番号) = SPACE
               THEN
           MOVE ZERO TO 同名世代数.
           PERFORM VARYING 台帳番号 FROM 1 BY 1
             UNTIL 台帳番号 > 台帳件数
             IF 登録基本名(台帳番号) = 現基本名(1:12)
                AND 登録削除フラグ(台帳番号) = SPACE
               THEN
                 ADD 1 TO 同名世代数
      *  削除印を付ける。
           PERFORM VARYING 台帳番号 FROM 1 BY 1
             UNTIL 台帳番号 > 台帳件数
             IF 登録基本名(台帳番号) = 現基本名(1:12)
                AND 登録削除フラグ(台帳番号) = SPACE
               THEN
                 MOVE 登録世代名(台帳番号) TO 世代名
