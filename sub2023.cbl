       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            SUB2023.
      *  発送台帳(HASSO2010)へ郵送した通知を登録する共通サブ
      *  ルーチン。合格通知・成績通知書・学業警告通知・資格更新
      *  案内・受験票を作る各プログラムが1通ごとに呼ぶ。文書
      *  区分・宛先の対象区分とコード・宛名・住所の写しを発送日
      *  時とともに台帳へ追記する。住所を渡されないときは住所
      *  マスタ(ADRMST2006)から引いて呼び出し元へ返す。住所
      *  マスタは初回呼出し時にテーブルへ読み込み、不着で住所
      *  不審となっている宛先は状態20で返す。不着の登録と住所
      *  不審の一覧はPRO2116が行う。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  受験者・学生の住所・連絡先マスタ。
           SELECT 住所マスタファイル ASSIGN TO
             "/home/suzuki/DATA/ADRMST2006"
             FILE STATUS IS 住所状態.
      *  発送台帳。追記する。
           SELECT 発送台帳ファイル ASSIGN TO
             "/home/suzuki/DATA/HASSO2010"
             FILE STATUS IS 台帳状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  住所マスタファイル.
       01  住所マスタレコード.
           COPY CP026.
       FD  発送台帳ファイル.
       01  発送台帳レコード.
           COPY CP084.
       WORKING-STORAGE        SECTION.
       01  ワークエリア.
           05 住所状態        PIC X(02).
           05 台帳状態        PIC X(02).
           05 住所番号        PIC 9(04).
           05 該当住所番号    PIC 9(04).
           05 登録日付        PIC 9(08).
           05 登録時刻値      PIC 9(08).
      *  初回呼出し時のみ読み込むためのスイッチ。
       01  読込済フラグ       PIC X(01) VALUE "N".
           88 読込済          VALUE "Y".
      *  住所マスタの読み込みテーブル。受験者・学生の両方を持つ。
       01  住所テーブルエリア.
           05 住所件数        PIC 9(04) VALUE ZERO.
           05 住所エントリ    OCCURS 2000 TIMES.
              10 表対象区分     PIC X(01).
              10 表対象コード   PIC X(06).
              10 表郵便番号     PIC X(07).
              10 表住所         PIC X(60).
              10 表住所確認     PIC X(01).
       LINKAGE                SECTION.
      *  呼び出し元と受け渡す発送登録情報。
       01  発送登録情報.
           COPY CP083.
       PROCEDURE              DIVISION USING 発送登録情報.
      ************************************************
       開始                   SECTION.
      ************************************************
      *
           IF 読込済
             THEN
               CONTINUE
             ELSE
               PERFORM 住所マスタ読込
               SET 読込済 TO TRUE
           END-IF.
      *
           EVALUATE 発送要求区分
             WHEN "R"
               PERFORM 発送登録
             WHEN OTHER
               MOVE "40" TO 発送登録状態
           END-EVALUATE.
      *
           EXIT PROGRAM.
      *
       開始－ＥＸ.
       EXIT.
      *
      ************************************************
       住所マスタ読込         SECTION.
      ************************************************
      *
      * 住所マスタをテーブルへ読み込む。マスタが無いときは
      * すべての宛先を住所未登録として答える。
           OPEN INPUT 住所マスタファイル.
           IF 住所状態 NOT = "00"
             THEN
               GO TO 住所マスタ読込－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 住所状態 NOT = "00"
             READ 住所マスタファイル
               AT END
                 CONTINUE
               NOT AT END
                 IF 住所件数 < 2000
                   THEN
                     ADD 1 TO 住所件数
                     MOVE 対象区分
                       TO 表対象区分(住所件数)
                     MOVE 対象コード
                       TO 表対象コード(住所件数)
                     MOVE 郵便番号
                       TO 表郵便番号(住所件数)
                     MOVE 住所 TO 表住所(住所件数)
                     MOVE 住所確認区分
                       TO 表住所確認(住所件数)
                   ELSE
                     DISPLAY "住所テーブル上限超過。"
                     MOVE "10" TO 住所状態
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE 住所マスタファイル.
      *
       住所マスタ読込－ＥＸ.
       EXIT.
      *
      ************************************************
       発送登録               SECTION.
      ************************************************
      *
           MOVE "00" TO 発送登録状態.
           PERFORM 住所検索.
      * 住所の無い宛先は郵送できないので登録しない。
           IF 該当住所番号 = ZERO
             THEN
               MOVE "10" TO 発送登録状態
               GO TO 発送登録－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 登録郵便番号 = SPACES
              AND 登録住所 = SPACES
             THEN
               MOVE 表郵便番号(該当住所番号)
                 TO 登録郵便番号
               MOVE 表住所(該当住所番号) TO 登録住所
             ELSE
               CONTINUE
           END-IF.
           IF 表住所確認(該当住所番号) = "S"
             THEN
               MOVE "20" TO 発送登録状態
             ELSE
               CONTINUE
           END-IF.
           ACCEPT 登録日付 FROM DATE YYYYMMDD.
           ACCEPT 登録時刻値 FROM TIME.
      *
      * 台帳へ追記する。無ければ新規に作る。
           OPEN EXTEND 発送台帳ファイル.
           IF 台帳状態 NOT = "00"
             THEN
               CLOSE 発送台帳ファイル
               OPEN OUTPUT 発送台帳ファイル
             ELSE
               CONTINUE
           END-IF.
           IF 台帳状態 NOT = "00"
             THEN
               MOVE "30" TO 発送登録状態
               GO TO 発送登録－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE SPACES TO 発送台帳レコード.
           INITIALIZE 発送台帳レコード.
           MOVE 登録日付           TO 発送日.
           MOVE 登録時刻値(1:6)    TO 発送時刻.
           MOVE 登録文書区分       TO 発送文書区分.
           MOVE 登録対象区分       TO 発送対象区分.
           MOVE 登録対象コード     TO 発送対象コード.
           MOVE 登録宛名           TO 発送宛名.
           MOVE 登録郵便番号       TO 発送郵便番号.
           MOVE 登録住所           TO 発送住所.
           MOVE 登録プログラム     TO 発送プログラム.
           SET 発送済 TO TRUE.
           WRITE 発送台帳レコード.
           CLOSE 発送台帳ファイル.
      *
       発送登録－ＥＸ.
       EXIT.
      *
      ************************************************
       住所検索               SECTION.
      ************************************************
      *
      * 対象区分と対象コードが一致する住所を探す。学籍番号は
      * 4桁で、残りは空白で渡される。
           MOVE ZERO TO 該当住所番号.
           PERFORM VARYING 住所番号 FROM 1 BY 1
             UNTIL 住所番号 > 住所件数
             IF 表対象区分(住所番号) = 登録対象区分
                AND 表対象コード(住所番号)
                    = 登録対象コード
               THEN
                 MOVE 住所番号 TO 該当住所番号
                 MOVE 住所件数 TO 住所番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       住所検索－ＥＸ.
       EXIT.
      *
