      *  (CARDRPT2010)へ書き出す。台帳に無いカード利用は記帳
      *  漏れの取込候補としてRYOSYUSHOIN2010様式(CARDIN2010)へ
      *  書き出し、区分コードは未確定の"00"のまま記帳担当が
      *  直して再投入する。外貨建ての明細はカード会社の換算
      *  レートが台帳の換算と違うため、金額は許容率
      *  (CARDPRM2010、既定3%)の範囲の差なら一致とみなす。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT 期間ファイル ASSIGN TO
             "/home/suzuki/DATA/KIKAN2010"
             FILE STATUS IS 期間状態.
      *  外貨建て明細の金額の許容率。無ければ既定値。
           SELECT 許容率ファイル ASSIGN TO
             "/home/suzuki/DATA/CARDPRM2010"
             FILE STATUS IS 許容率状態.
      *  一致・台帳のみ・明細のみの消込レポート。
           SELECT 消込レポートファイル ASSIGN TO
             "/home/suzuki/DATA/CARDRPT2010"
       01  期間レコード.
         03 指定開始年月      PIC 9(6).
         03 指定終了年月      PIC 9(6).
       FD  許容率ファイル.
       01  許容率レコード.
         03 指定許容率        PIC 9(2)V9.
       FD  消込レポートファイル.
       01  消込レポートレコード PIC X(80).
       FD  取込候補ファイル.
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  期間状態           PIC X(2).
      *  外貨建て明細の突合の許容率(%)と許容差。
       01  許容率状態         PIC X(2).
       01  許容率             PIC 9(2)V9 VALUE 3.0.
       01  許容差             PIC 9(10).
       01  金額差             PIC 9(10).
       01  外貨明細フラグ     PIC X(1).
           88 外貨明細        VALUE "Y".
      *  分割台帳の走査制御。カタログが無い場合は従来どおり
      *  RYOSYUSHO1の1本だけを読む。
       01  カタログ状態       PIC X(2).
         03 一致件数          PIC 9(5) VALUE ZERO.
         03 台帳のみ件数      PIC 9(5) VALUE ZERO.
         03 明細のみ件数      PIC 9(5) VALUE ZERO.
         03 許容一致件数      PIC 9(5) VALUE ZERO.
       01  レポート行         PIC X(80).
      *  異常終了ログ呼出し(SUB9000)への引き渡し情報。
       01  異常終了情報.
      *
      *  対象期間とカタログを読み込む。
           PERFORM カタログ読込.
           PERFORM 許容率読込.
           OPEN OUTPUT 消込レポートファイル.
           OPEN OUTPUT 取込候補ファイル.
      *
       カタログ読込－ＥＸ.
       EXIT.
      *
      ***********************************
       許容率読込             SECTION.
      ***********************************
      *
           OPEN INPUT 許容率ファイル.
           IF 許容率状態 = "00"
             THEN
               READ 許容率ファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   IF 指定許容率 IS NUMERIC
                      AND 指定許容率 > ZERO
                     THEN
                       MOVE 指定許容率 TO 許容率
                     ELSE
                       CONTINUE
                   END-IF
               END-READ
               CLOSE 許容率ファイル
             ELSE
               CONTINUE
           END-IF.
           DISPLAY "外貨明細の許容率(%):" 許容率.
      *
       許容率読込－ＥＸ.
       EXIT.
      *
      ***********************************
       台帳1本走査            SECTION.
      ***********************************
                 CONTINUE
             END-IF
           END-PERFORM.
      *  外貨建ての明細は金額が許容差に収まれば一致とする。
           IF 通貨コード OF 領収書レコード = SPACES
              OR 通貨コード OF 領収書レコード = "JPY"
             THEN
               MOVE "N" TO 外貨明細フラグ
             ELSE
               MOVE "Y" TO 外貨明細フラグ
           END-IF.
           IF 該当カード番号 = ZERO
              AND 外貨明細
             THEN
               PERFORM 外貨許容突合
             ELSE
               CONTINUE
           END-IF.
           IF 該当カード番号 = ZERO
             THEN
               ADD 1 TO 台帳のみ件数
       消込判定－ＥＸ.
       EXIT.
      *
      ***********************************
       外貨許容突合           SECTION.
      ***********************************
      *
      *  日付・支払先が一致し、金額の差が台帳の値段の許容率
      *  以内のカード明細を探す。一致した組は差額を報告する。
           COMPUTE 許容差 ROUNDED =
             値段 OF 領収書レコード * 許容率 / 100.
           PERFORM VARYING カード番号 FROM 1 BY 1
             UNTIL カード番号 > カード件数
             IF 表消込フラグ(カード番号) = SPACE
                AND 表利用日(カード番号) =
                    日付 OF 領収書レコード
                AND 表支払先(カード番号) =
                    支払先 OF 領収書レコード
               THEN
                 IF 表金額(カード番号) >
                    値段 OF 領収書レコード
                   THEN
                     COMPUTE 金額差 = 表金額(カード番号)
                       - 値段 OF 領収書レコード
                   ELSE
                     COMPUTE 金額差 = 値段 OF 領収書レコード
                       - 表金額(カード番号)
                 END-IF
                 IF 金額差 <= 許容差
                   THEN
                     MOVE カード番号 TO 該当カード番号
                     MOVE カード件数 TO カード番号
                   ELSE
                     CONTINUE
                 END-IF
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当カード番号 = ZERO
             THEN
               GO TO 外貨許容突合－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 許容一致件数.
           MOVE SPACES TO レポート行.
           STRING "外貨許容一致 日付:" DELIMITED BY SIZE
                  日付 OF 領収書レコード
                  DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  通貨コード OF 領収書レコード
                  DELIMITED BY SIZE
                  " 差額:" DELIMITED BY SIZE
                  金額差 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 消込レポートレコード FROM レポート行.
      *
       外貨許容突合－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
           WRITE 消込レポートレコード FROM レポート行
             AFTER 2 LINE
           END-WRITE.
           MOVE SPACES TO レポート行.
           STRING "うち外貨許容一致:" DELIMITED BY SIZE
                  許容一致件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 消込レポートレコード FROM レポート行.
           CLOSE 消込レポートファイル.
           CLOSE 取込候補ファイル.
           DISPLAY "一致:" 一致件数
