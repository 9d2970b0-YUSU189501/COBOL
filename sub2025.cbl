       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            SUB2025.
      *  監査系ログの連鎖ハッシュの共通サブルーチン。各レコード
      *  の末尾16バイトに連鎖区分と連鎖ハッシュを付け、ハッシュ
      *  は直前のレコードのハッシュを種に本文と連鎖区分の各
      *  バイトを畳み込んで求める。書き手(Main05・PRO2071・
      *  dbpro10・PRO2052・PRO2021・PRO2042・PRO2047・PRO2070)
      *  はログを開いたあと要求区分Oで前ハッシュを得て、書く
      *  たびに要求区分Hでトレーラを付ける。ローテーション
      *  (PRO2036)・パージ(PRO2068)は引継レコードを要求区分C
      *  で作り、連鎖検証(PRO2122)は要求区分Vで検証する。
      *  引き渡し情報の詳細はCP093を参照。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  前ハッシュを得るログ。レコード長に依存しないよう1バイト
      *  単位で読む。
           SELECT ログファイル ASSIGN TO DYNAMIC ログ名
             FILE STATUS IS ログ状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  ログファイル.
       01  ログバイト         PIC X(1).
       WORKING-STORAGE        SECTION.
       01  ワークエリア.
           05 ログ状態        PIC X(02).
           05 ログ名          PIC X(60).
           05 本文長          PIC 9(05).
           05 トレーラ位置    PIC 9(05).
           05 バイト位置      PIC 9(05).
           05 読込バイト数    PIC 9(09).
      *  最終レコードを組み立てる読込バッファ。
       01  読込バッファ       PIC X(200).
       01  最終レコード       PIC X(200).
      *  トレーラの分解。
       01  トレーラ           PIC X(16).
       01  トレーラ分解 REDEFINES トレーラ.
           05 トレーラ区分    PIC X(01).
           05 トレーラハッシュ PIC X(15).
       01  トレーラ数値 REDEFINES トレーラ.
           05 FILLER          PIC X(01).
           05 トレーラハッシュ値 PIC 9(15).
      *  ハッシュの計算。バイトの値は2バイト2進の下位に置いて
      *  数値として取り出す。前の値に257を掛けてバイトの値に
      *  1を足したものを加え、15桁に収まる素数で割った余りを
      *  次の値とする。
       01  バイト変換.
           05 バイト数値      PIC 9(4) BINARY.
       01  バイト変換分解 REDEFINES バイト変換.
           05 バイト上位      PIC X(1).
           05 バイト下位      PIC X(1).
       01  ハッシュ値         PIC 9(15).
       01  ハッシュ作業値     PIC 9(18).
       01  ハッシュ商         PIC 9(18).
       01  ハッシュ法         PIC 9(15) VALUE 999999999999989.
       LINKAGE                SECTION.
      *  呼び出し元と受け渡す連鎖ハッシュ情報。
       01  連鎖情報.
           COPY CP093.
       PROCEDURE              DIVISION USING 連鎖情報.
      ************************************************
       開始                   SECTION.
      ************************************************
      *
           MOVE "00" TO 連鎖結果.
           IF 連鎖レコード長 < 17
              OR 連鎖レコード長 > 200
             THEN
               MOVE "90" TO 連鎖結果
             ELSE
               COMPUTE 本文長 = 連鎖レコード長 - 16
               COMPUTE トレーラ位置 = 本文長 + 1
               PERFORM 要求振分け
           END-IF.
      *
           EXIT PROGRAM.
      *
       開始－ＥＸ.
       EXIT.
      *
      ************************************************
       要求振分け             SECTION.
      ************************************************
      *
           EVALUATE 連鎖要求区分
             WHEN "O"
               PERFORM 前ハッシュ取得
             WHEN "H"
               PERFORM 通常トレーラ付加
             WHEN "C"
               PERFORM 引継トレーラ付加
             WHEN "V"
               PERFORM トレーラ検証
             WHEN "T"
               PERFORM トレーラ取出し
             WHEN OTHER
               MOVE "90" TO 連鎖結果
           END-EVALUATE.
      *
       要求振分け－ＥＸ.
       EXIT.
      *
      ************************************************
       前ハッシュ取得         SECTION.
      ************************************************
      *
      *  ログを読み通して最終レコードのトレーラを取り出す。
      *  ログが無い・空・連鎖前の様式なら前ハッシュはゼロ。
           MOVE ZERO TO 連鎖前ハッシュ.
           MOVE SPACES TO ログ名.
           STRING "/home/suzuki/DATA/" DELIMITED BY SIZE
                  連鎖ファイル名 DELIMITED BY SPACE
                  INTO ログ名.
           MOVE ZERO TO 読込バイト数.
           MOVE ZERO TO バイト位置.
           MOVE SPACES TO 最終レコード.
           OPEN INPUT ログファイル.
           IF ログ状態 NOT = "00"
             THEN
               MOVE "10" TO 連鎖結果
               GO TO 前ハッシュ取得－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL ログ状態 NOT = "00"
             READ ログファイル
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1 TO 読込バイト数
                 ADD 1 TO バイト位置
                 MOVE ログバイト
                   TO 読込バッファ(バイト位置:1)
                 IF バイト位置 = 連鎖レコード長
                   THEN
                     MOVE 読込バッファ TO 最終レコード
                     MOVE ZERO TO バイト位置
                   ELSE
                     CONTINUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ログファイル.
           IF 読込バイト数 < 連鎖レコード長
             THEN
               MOVE "10" TO 連鎖結果
               GO TO 前ハッシュ取得－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 最終レコード(トレーラ位置:16)
             TO トレーラ.
           IF (トレーラ区分 = "H" OR "C")
              AND トレーラハッシュ IS NUMERIC
             THEN
               MOVE トレーラハッシュ値 TO 連鎖前ハッシュ
             ELSE
               MOVE "20" TO 連鎖結果
           END-IF.
      *
       前ハッシュ取得－ＥＸ.
       EXIT.
      *
      ************************************************
       通常トレーラ付加       SECTION.
      ************************************************
      *
           MOVE "H" TO 連鎖区分.
           PERFORM ハッシュ計算.
           MOVE ハッシュ値 TO 連鎖ハッシュ.
           MOVE ハッシュ値 TO 連鎖前ハッシュ.
           PERFORM トレーラ格納.
      *
       通常トレーラ付加－ＥＸ.
       EXIT.
      *
      ************************************************
       引継トレーラ付加       SECTION.
      ************************************************
      *
      *  引継レコードは前ハッシュをそのまま持ち越すので、連鎖
      *  の値を変えない。
           MOVE "C" TO 連鎖区分.
           MOVE 連鎖前ハッシュ TO 連鎖ハッシュ.
           PERFORM トレーラ格納.
      *
       引継トレーラ付加－ＥＸ.
       EXIT.
      *
      ************************************************
       トレーラ検証           SECTION.
      ************************************************
      *
           PERFORM トレーラ取出し.
           IF 連鎖結果 NOT = "00"
             THEN
               GO TO トレーラ検証－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 連鎖引継
             THEN
               MOVE 連鎖前ハッシュ TO ハッシュ値
             ELSE
               PERFORM ハッシュ計算
           END-IF.
           IF ハッシュ値 NOT = 連鎖ハッシュ
             THEN
               MOVE "30" TO 連鎖結果
             ELSE
               CONTINUE
           END-IF.
      *  以後の検証は記録されている値から続ける。
           MOVE 連鎖ハッシュ TO 連鎖前ハッシュ.
      *
       トレーラ検証－ＥＸ.
       EXIT.
      *
      ************************************************
       トレーラ取出し         SECTION.
      ************************************************
      *
           MOVE 連鎖レコード(トレーラ位置:16)
             TO トレーラ.
           IF (トレーラ区分 = "H" OR "C")
              AND トレーラハッシュ IS NUMERIC
             THEN
               MOVE トレーラ区分 TO 連鎖区分
               MOVE トレーラハッシュ値 TO 連鎖ハッシュ
             ELSE
               MOVE SPACE TO 連鎖区分
               MOVE ZERO TO 連鎖ハッシュ
               MOVE "40" TO 連鎖結果
           END-IF.
      *
       トレーラ取出し－ＥＸ.
       EXIT.
      *
      ************************************************
       ハッシュ計算           SECTION.
      ************************************************
      *
      *  前ハッシュを種に本文の各バイトと連鎖区分を畳み込む。
           MOVE 連鎖前ハッシュ TO ハッシュ値.
           MOVE LOW-VALUE TO バイト上位.
           PERFORM VARYING バイト位置 FROM 1 BY 1
             UNTIL バイト位置 > 本文長
             MOVE 連鎖レコード(バイト位置:1)
               TO バイト下位
             PERFORM ハッシュ畳込み
           END-PERFORM.
           MOVE 連鎖区分 TO バイト下位.
           PERFORM ハッシュ畳込み.
      *
       ハッシュ計算－ＥＸ.
       EXIT.
      *
      ************************************************
       ハッシュ畳込み         SECTION.
      ************************************************
      *
           COMPUTE ハッシュ作業値 =
             ハッシュ値 * 257 + バイト数値 + 1.
           DIVIDE ハッシュ作業値 BY ハッシュ法
             GIVING ハッシュ商 REMAINDER ハッシュ値.
      *
       ハッシュ畳込み－ＥＸ.
       EXIT.
      *
      ************************************************
       トレーラ格納           SECTION.
      ************************************************
      *
           MOVE 連鎖区分 TO トレーラ区分.
           MOVE 連鎖ハッシュ TO トレーラハッシュ値.
           MOVE トレーラ
             TO 連鎖レコード(トレーラ位置:16).
      *
       トレーラ格納－ＥＸ.
       EXIT.
      *
