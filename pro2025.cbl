       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2025.
      *  受領した外部フィード(JINJIIN2004・SHIKENMEIBO・
      *  RYOSYUSHOIN2010・JINJIMST2007・SHUNYUIN2010)を
      *  チェーン実行前にまとめて検査する入力データ検査
      *  ゲート。項目単位の
      *  編集チェックを行い、正常レコードをクリーンファイル
      *  へ、不正レコードをリジェクトファイルへ振り分け、
      *  項目別のエラー件数を検査レポートに書き出す。後続の
      *  ローダはクリーンファイルだけを読む。
      *  社員名簿・人事マスタ抽出の日付項目は和暦などの表記
      *  でも受け付け、8桁西暦に直してクリーンファイルへ
      *  渡す。直したレコードは日付正規化記録に残す。
      *  購入明細の支払口座コードと収入明細の入金口座コードは
      *  支払口座マスタ(KOZAMST2010)に登録があること。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT 明細リジェクトファイル ASSIGN TO
             "/home/suzuki/DATA/RYOSYUSHOIN2010R"
             FILE STATUS IS 明細リジェクト状態.
      *  人事マスタ抽出フィードとその振り分け先。PRO2007が
      *  クリーンファイルから人事部・総務部ファイルを作る。
           SELECT 抽出入力ファイル ASSIGN TO
             "/home/suzuki/DATA/JINJIMST2007"
             FILE STATUS IS 抽出入力状態.
           SELECT 抽出クリーンファイル ASSIGN TO
             "/home/suzuki/DATA/JINJIMST2007C"
             FILE STATUS IS 抽出クリーン状態.
           SELECT 抽出リジェクトファイル ASSIGN TO
             "/home/suzuki/DATA/JINJIMST2007R"
             FILE STATUS IS 抽出リジェクト状態.
      *  収入明細フィードとその振り分け先。PRO2099が
      *  クリーンファイルを収入台帳へ取り込む。
           SELECT 収入入力ファイル ASSIGN TO
             "/home/suzuki/DATA/SHUNYUIN2010"
             FILE STATUS IS 収入入力状態.
           SELECT 収入クリーンファイル ASSIGN TO
             "/home/suzuki/DATA/SHUNYUIN2010C"
             FILE STATUS IS 収入クリーン状態.
           SELECT 収入リジェクトファイル ASSIGN TO
             "/home/suzuki/DATA/SHUNYUIN2010R"
             FILE STATUS IS 収入リジェクト状態.
      *  項目別エラー件数をまとめる検査レポート。
           SELECT 検査レポートファイル ASSIGN TO
             "/home/suzuki/DATA/EDITRPT2025"
           SELECT 試験回マスタファイル ASSIGN TO
             "/home/suzuki/DATA/SHIKENKAIMST2006"
             FILE STATUS IS 試験回状態.
      *  現金・銀行口座・カードを登録した支払口座マスタ。
      *  購入明細・収入明細の口座コードの検査に使う。
           SELECT 口座マスタファイル ASSIGN TO
             "/home/suzuki/DATA/KOZAMST2010"
             FILE STATUS IS 口座マスタ状態.
      *  和暦などの表記から8桁西暦に直した日付の記録。
           SELECT 正規化記録ファイル ASSIGN TO
             "/home/suzuki/DATA/DATENORM2025"
             FILE STATUS IS 正規化記録状態.
       DATA                   DIVISION.
       FILE                   SECTION.
      *  受領側は和暦などの日付表記を受ける様式で読む。
       FD  名簿入力ファイル.
       01  名簿入力レコード.
           COPY CP095.
       FD  名簿クリーンファイル.
       01  名簿クリーンレコード.
           COPY CP006A.
       01  名簿リジェクトレコード.
         03 名簿エラーコード  PIC X(2).
         03 名簿エラー明細.
           COPY CP095.
       FD  受験入力ファイル.
       01  受験入力レコード.
           COPY CP008.
         03 明細エラーコード  PIC X(2).
         03 明細エラー明細.
           COPY CP015.
       FD  抽出入力ファイル.
       01  抽出入力レコード.
           COPY CP096.
       FD  抽出クリーンファイル.
       01  抽出クリーンレコード.
           COPY CP028.
       FD  抽出リジェクトファイル.
       01  抽出リジェクトレコード.
         03 抽出エラーコード  PIC X(2).
         03 抽出エラー明細.
           COPY CP096.
       FD  収入入力ファイル.
       01  収入入力レコード.
           COPY CP056.
       FD  収入クリーンファイル.
       01  収入クリーンレコード.
           COPY CP056.
       FD  収入リジェクトファイル.
       01  収入リジェクトレコード.
         03 収入エラーコード  PIC X(2).
         03 収入エラー明細.
           COPY CP056.
       FD  検査レポートファイル.
       01  検査レポートレコード PIC X(60).
       FD  試験回マスタファイル.
           05 マスタ入金締切日 PIC 9(08).
           05 マスタ試験日    PIC 9(08).
           05 マスタ発表日    PIC 9(08).
       FD  口座マスタファイル.
       01  口座マスタレコード.
           COPY CP064.
       FD  正規化記録ファイル.
       01  正規化記録レコード PIC X(80).
       WORKING-STORAGE        SECTION.
       01  状態.
           05 名簿入力状態    PIC X(2).
           05 明細リジェクト状態 PIC X(2).
           05 レポート状態    PIC X(2).
           05 試験回状態      PIC X(2).
           05 抽出入力状態    PIC X(2).
           05 抽出クリーン状態 PIC X(2).
           05 抽出リジェクト状態 PIC X(2).
           05 正規化記録状態  PIC X(2).
           05 収入入力状態    PIC X(2).
           05 収入クリーン状態 PIC X(2).
           05 収入リジェクト状態 PIC X(2).
           05 口座マスタ状態  PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
      *  1件分の検査結果。
      *  日付検査は日付変換サービスの検査部を借用する。
       01  日付変換情報.
           COPY CP012.
      *  社員名簿・人事マスタ抽出の日付項目は日付解析サービス
      *  で表記を解釈し、8桁西暦に直す。
       01  日付解析情報.
           COPY CP042.
       01  正規化項目名       PIC X(15).
       01  正規化社員コード   PIC X(05).
       01  正規化元日付       PIC X(20).
      *  受領した日付項目が8桁西暦のままかを見る作業域。
       01  受領日付           PIC X(20).
       01  受領日付分解 REDEFINES 受領日付.
           05 受領日付西暦    PIC 9(08).
           05 受領日付余白    PIC X(12).
      *  1件のうちいずれかの日付項目を直したら立てる。
       01  正規化フラグ       PIC X(1).
           88 日付正規化あり  VALUE "Y".
      *  フィード別・項目別のエラー件数。
       01  名簿集計.
           05 名簿入力件数    PIC 9(7) VALUE ZERO.
           05 名簿生年月日誤り PIC 9(7) VALUE ZERO.
           05 名簿性別誤り    PIC 9(7) VALUE ZERO.
           05 名簿フリガナ誤り PIC 9(7) VALUE ZERO.
           05 名簿日付正規化  PIC 9(7) VALUE ZERO.
           05 名簿日付期間外  PIC 9(7) VALUE ZERO.
           05 名簿日付曖昧    PIC 9(7) VALUE ZERO.
       01  受験集計.
           05 受験入力件数    PIC 9(7) VALUE ZERO.
           05 受験正常件数    PIC 9(7) VALUE ZERO.
           05 明細値段誤り    PIC 9(7) VALUE ZERO.
           05 明細取引区分誤り PIC 9(7) VALUE ZERO.
           05 明細家族員誤り  PIC 9(7) VALUE ZERO.
           05 明細通貨誤り    PIC 9(7) VALUE ZERO.
           05 明細口座誤り    PIC 9(7) VALUE ZERO.
       01  抽出集計.
           05 抽出入力件数    PIC 9(7) VALUE ZERO.
           05 抽出正常件数    PIC 9(7) VALUE ZERO.
           05 抽出コード誤り  PIC 9(7) VALUE ZERO.
           05 抽出部署誤り    PIC 9(7) VALUE ZERO.
           05 抽出生年月日誤り PIC 9(7) VALUE ZERO.
           05 抽出入社日誤り  PIC 9(7) VALUE ZERO.
           05 抽出氏名誤り    PIC 9(7) VALUE ZERO.
           05 抽出状態誤り    PIC 9(7) VALUE ZERO.
           05 抽出日付正規化  PIC 9(7) VALUE ZERO.
           05 抽出日付期間外  PIC 9(7) VALUE ZERO.
           05 抽出日付曖昧    PIC 9(7) VALUE ZERO.
       01  収入集計.
           05 収入入力件数    PIC 9(7) VALUE ZERO.
           05 収入正常件数    PIC 9(7) VALUE ZERO.
           05 収入日付誤り    PIC 9(7) VALUE ZERO.
           05 収入区分誤り    PIC 9(7) VALUE ZERO.
           05 収入金額誤り    PIC 9(7) VALUE ZERO.
           05 収入差引誤り    PIC 9(7) VALUE ZERO.
           05 収入口座誤り    PIC 9(7) VALUE ZERO.
      *  支払口座マスタの口座コードの読み込みテーブル。マスタが
      *  無いときは口座コードの検査を省略する。
       01  口座テーブルエリア.
           05 口座マスタ有無  PIC X(1) VALUE "N".
               88 口座マスタあり VALUE "Y".
           05 口座件数        PIC 9(3) VALUE ZERO.
           05 口座番号        PIC 9(3).
           05 口座エントリ    OCCURS 50 TIMES.
              10 表口座コード   PIC X(04).
       01  検査口座コード     PIC X(4).
       01  口座検出フラグ     PIC X(1).
           88 口座検出        VALUE "Y".
       01  レポート行         PIC X(60).
      *  フィードのヘッダ・トレーラ制御レコードの検査領域。
      *  照合後、クリーンファイルへはクリーン分の件数・合計で
      ***********************************
      *
           DISPLAY "***PRO2025 START***".
      *
           OPEN OUTPUT 正規化記録ファイル.
      *
           PERFORM 名簿フィード検査.
      *
           PERFORM 受験フィード検査.
      *
           PERFORM 口座マスタ読込.
      *
           PERFORM 明細フィード検査.
      *
           PERFORM 抽出フィード検査.
      *
           PERFORM 収入フィード検査.
      *
           CLOSE 正規化記録ファイル.
      *
           PERFORM レポート出力.
      *
                         MOVE "Y" TO トレーラ検出フラグ
                       WHEN OTHER
                         ADD 1 TO 受領件数
      *  和暦表記の生年月日は送り手の合計に含まれない。
                         MOVE 生年月日 OF 名簿入力レコード
                           TO 受領日付
                         IF 受領日付西暦 IS NUMERIC
                            AND 受領日付余白 = SPACES
                           THEN
                             MOVE 受領日付西暦
                               TO 制御加算値
                           ELSE
                             MOVE ZERO TO 制御加算値
                         END-IF
                         PERFORM 受領合計加算
                         ADD 1 TO 名簿入力件数
                         PERFORM 名簿レコード検査
                         IF 検査正常
                           THEN
                             ADD 1 TO 名簿正常件数
      *  クリーン側の合計は正規化後の生年月日で取る。
                             MOVE 生年月日
                               OF 名簿クリーンレコード
                               TO 制御加算値
                             PERFORM クリーン合計加算
                             WRITE 名簿クリーンレコード
                           ELSE
                             INITIALIZE
      *  エラーのコードをリジェクトに残す。
           MOVE "Y" TO 検査結果フラグ.
           MOVE SPACES TO エラーコードワーク.
           PERFORM 名簿クリーン編集.
      *  従業員コードは空白不可。
           IF 従業員コード OF 名簿入力レコード = SPACES
             THEN
             ELSE
               CONTINUE
           END-IF.
      *  生年月日は暦日として正しいこと。和暦などの表記は
      *  8桁西暦に直す。
           MOVE "N" TO 正規化フラグ.
           MOVE 従業員コード OF 名簿入力レコード
             TO 正規化社員コード.
           MOVE "生年月日" TO 正規化項目名.
           MOVE 生年月日 OF 名簿入力レコード
             TO 解析入力日付.
           PERFORM 日付正規化.
           IF 解析状態 = "00"
             THEN
               MOVE 解析西暦年月日
                 TO 生年月日 OF 名簿クリーンレコード
             ELSE
               MOVE "N" TO 検査結果フラグ
               IF エラーコードワーク = SPACES
                 THEN
                   CONTINUE
               END-IF
               ADD 1 TO 名簿生年月日誤り
               EVALUATE 解析状態
                 WHEN "20"
                   ADD 1 TO 名簿日付期間外
                 WHEN "30"
                   ADD 1 TO 名簿日付曖昧
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF.
           IF 日付正規化あり
             THEN
               ADD 1 TO 名簿日付正規化
             ELSE
               CONTINUE
           END-IF.
       名簿レコード検査－ＥＸ.
       EXIT.
      *
      ***********************************
       名簿クリーン編集       SECTION.
      ***********************************
      *
      *  受領レコードの日付以外の項目をクリーンレコードへ移す。
      *  生年月日は検査で8桁西暦に直してから移す。
           INITIALIZE 名簿クリーンレコード.
           MOVE 従業員コード OF 名簿入力レコード
             TO 従業員コード OF 名簿クリーンレコード.
           MOVE カンマＡ OF 名簿入力レコード
             TO カンマＡ OF 名簿クリーンレコード.
           MOVE 所属コード OF 名簿入力レコード
             TO 所属コード OF 名簿クリーンレコード.
           MOVE カンマＢ OF 名簿入力レコード
             TO カンマＢ OF 名簿クリーンレコード.
           MOVE 氏名 OF 名簿入力レコード
             TO 氏名 OF 名簿クリーンレコード.
           MOVE カンマＣ OF 名簿入力レコード
             TO カンマＣ OF 名簿クリーンレコード.
           MOVE フリガナ OF 名簿入力レコード
             TO フリガナ OF 名簿クリーンレコード.
           MOVE カンマＥ OF 名簿入力レコード
             TO カンマＥ OF 名簿クリーンレコード.
           MOVE カンマＤ OF 名簿入力レコード
             TO カンマＤ OF 名簿クリーンレコード.
           MOVE 性別 OF 名簿入力レコード
             TO 性別 OF 名簿クリーンレコード.
      *
       名簿クリーン編集－ＥＸ.
       EXIT.
      *
      ***********************************
       所属コード検証         SECTION.
      ***********************************
       日付検査－ＥＸ.
       EXIT.
      *
      ***********************************
       日付正規化             SECTION.
      ***********************************
      *
      *  日付解析サービスで表記を解釈する。8桁西暦以外の表記
      *  から直したときは正規化記録に元の表記と結果を残す。
           CALL "SUB2016" USING 日付解析情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "10" TO 解析状態
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 解析状態 = "00" AND 解析区分 NOT = SPACE
             THEN
               MOVE "Y" TO 正規化フラグ
               MOVE 解析入力日付 TO 正規化元日付
               MOVE SPACES TO 正規化記録レコード
               STRING 検査中フィード名 DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      正規化社員コード DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      正規化項目名 DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      正規化元日付 DELIMITED BY "  "
                      " -> " DELIMITED BY SIZE
                      解析西暦年月日 DELIMITED BY SIZE
                      INTO 正規化記録レコード
               WRITE 正規化記録レコード
             ELSE
               CONTINUE
           END-IF.
      *
       日付正規化－ＥＸ.
       EXIT.
      *
      ***********************************
       受験フィード検査       SECTION.
      ***********************************
       試験回マスタ読込－ＥＸ.
       EXIT.
      *
      ***********************************
       口座マスタ読込         SECTION.
      ***********************************
      *
      *  支払口座マスタの口座コードをテーブルへ読み込む。
           OPEN INPUT 口座マスタファイル.
           IF 口座マスタ状態 NOT = "00"
             THEN
               DISPLAY "支払口座マスタなし。"
             ELSE
               SET 口座マスタあり TO TRUE
               PERFORM UNTIL 口座マスタ状態 NOT = "00"
                 READ 口座マスタファイル
                   AT END
                     CONTINUE
                   NOT AT END
                     IF 口座件数 < 50
                       THEN
                         ADD 1 TO 口座件数
                         MOVE 口座コード
                           TO 表口座コード(口座件数)
                       ELSE
                         DISPLAY "支払口座テーブル"
                                 "上限超過。"
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 口座マスタファイル
           END-IF.
      *
       口座マスタ読込－ＥＸ.
       EXIT.
      *
      ***********************************
       口座コード検査         SECTION.
      ***********************************
      *
      *  空白のコードとマスタが無いときは正しいものとする。
           MOVE "Y" TO 口座検出フラグ.
           IF 検査口座コード = SPACES
              OR NOT 口座マスタあり
             THEN
               GO TO 口座コード検査－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE "N" TO 口座検出フラグ.
           PERFORM VARYING 口座番号 FROM 1 BY 1
             UNTIL 口座番号 > 口座件数
             IF 表口座コード(口座番号) = 検査口座コード
               THEN
                 MOVE "Y" TO 口座検出フラグ
                 MOVE 口座件数 TO 口座番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       口座コード検査－ＥＸ.
       EXIT.
      *
      ***********************************
       受験レコード検査       SECTION.
      ***********************************
               END-IF
               ADD 1 TO 明細家族員誤り
           END-IF.
      *  外貨建ては通貨コードが英字3桁で、外貨金額が数字かつ
      *  0より大きいこと。円建ては空白または"JPY"。
           IF 通貨コード OF 明細入力レコード = SPACES
              OR 通貨コード OF 明細入力レコード = "JPY"
             THEN
               CONTINUE
             ELSE
               IF 通貨コード OF 明細入力レコード
                  IS ALPHABETIC-UPPER
                  AND 外貨金額 OF 明細入力レコード
                      IS NUMERIC
                  AND 外貨金額 OF 明細入力レコード
                      > ZERO
                 THEN
                   CONTINUE
                 ELSE
                   MOVE "N" TO 検査結果フラグ
                   IF エラーコードワーク = SPACES
                     THEN
                       MOVE "26" TO エラーコードワーク
                     ELSE
                       CONTINUE
                   END-IF
                   ADD 1 TO 明細通貨誤り
               END-IF
           END-IF.
      *  支払口座コードは空白(未設定)か、支払口座マスタに
      *  登録された口座であること。
           MOVE 支払口座コード OF 明細入力レコード
             TO 検査口座コード.
           PERFORM 口座コード検査.
           IF 口座検出
             THEN
               CONTINUE
             ELSE
               MOVE "N" TO 検査結果フラグ
               IF エラーコードワーク = SPACES
                 THEN
                   MOVE "27" TO エラーコードワーク
                 ELSE
                   CONTINUE
               END-IF
               ADD 1 TO 明細口座誤り
           END-IF.
      *
       明細レコード検査－ＥＸ.
       EXIT.
      *
      ***********************************
       抽出フィード検査       SECTION.
      ***********************************
      *
           MOVE "0" TO 終了ステータス.
           PERFORM 制御検査初期化.
           MOVE "JINJIMST2007" TO 検査中フィード名.
           OPEN INPUT 抽出入力ファイル.
           IF 抽出入力状態 NOT = "00"
             THEN
               DISPLAY "人事マスタ抽出フィードなし。"
             ELSE
               OPEN OUTPUT 抽出クリーンファイル
               OPEN OUTPUT 抽出リジェクトファイル
               PERFORM UNTIL 読込終了
                 READ 抽出入力ファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     EVALUATE 抽出入力レコード(1:3)
                       WHEN "HDR"
                         MOVE 抽出入力レコード
                           TO ヘッダ作業
                         MOVE "Y" TO ヘッダ検出フラグ
                         MOVE ヘッダ作業
                           TO 抽出クリーンレコード
                         WRITE 抽出クリーンレコード
                       WHEN "TRL"
                         MOVE 抽出入力レコード
                           TO トレーラ作業
                         MOVE "Y" TO トレーラ検出フラグ
                       WHEN OTHER
                         ADD 1 TO 受領件数
      *  和暦表記の生年月日は送り手の合計に含まれない。
                         MOVE 生年月日 OF 抽出入力レコード
                           TO 受領日付
                         IF 受領日付西暦 IS NUMERIC
                            AND 受領日付余白 = SPACES
                           THEN
                             MOVE 受領日付西暦
                               TO 制御加算値
                           ELSE
                             MOVE ZERO TO 制御加算値
                         END-IF
                         PERFORM 受領合計加算
                         ADD 1 TO 抽出入力件数
                         PERFORM 抽出レコード検査
                         IF 検査正常
                           THEN
                             ADD 1 TO 抽出正常件数
      *  クリーン側の合計は正規化後の生年月日で取る。
                             MOVE 生年月日
                               OF 抽出クリーンレコード
                               TO 制御加算値
                             PERFORM クリーン合計加算
                             WRITE 抽出クリーンレコード
                           ELSE
                             INITIALIZE
                               抽出リジェクトレコード
                             MOVE エラーコードワーク
                               TO 抽出エラーコード
                             MOVE 抽出入力レコード
                               TO 抽出エラー明細
                             WRITE 抽出リジェクトレコード
                         END-IF
                     END-EVALUATE
                 END-READ
               END-PERFORM
               CLOSE 抽出入力ファイル
               PERFORM フィード制御検証
               MOVE "TRL" TO トレーラ区分
               MOVE 抽出正常件数 TO トレーラ件数
               MOVE クリーン合計 TO トレーラ合計
               MOVE トレーラ作業
                 TO 抽出クリーンレコード
               WRITE 抽出クリーンレコード
               CLOSE 抽出クリーンファイル
               CLOSE 抽出リジェクトファイル
           END-IF.
      *
       抽出フィード検査－ＥＸ.
       EXIT.
      *
      ***********************************
       抽出レコード検査       SECTION.
      ***********************************
      *
      *  人事マスタ抽出レコードの項目単位検査。最初に検出した
      *  エラーのコードをリジェクトに残す。
           MOVE "Y" TO 検査結果フラグ.
           MOVE SPACES TO エラーコードワーク.
           PERFORM 抽出クリーン編集.
      *  社員コードは空白不可。
           IF 社員コード OF 抽出入力レコード = SPACES
             THEN
               MOVE "N" TO 検査結果フラグ
               MOVE "31" TO エラーコードワーク
               ADD 1 TO 抽出コード誤り
             ELSE
               CONTINUE
           END-IF.
      *  部署区分は人事部・総務部のいずれかであること。
           IF 部署区分 OF 抽出入力レコード = "J" OR
              部署区分 OF 抽出入力レコード = "S"
             THEN
               CONTINUE
             ELSE
               MOVE "N" TO 検査結果フラグ
               IF エラーコードワーク = SPACES
                 THEN
                   MOVE "32" TO エラーコードワーク
                 ELSE
                   CONTINUE
               END-IF
               ADD 1 TO 抽出部署誤り
           END-IF.
      *  生年月日は暦日として正しいこと。和暦などの表記は
      *  8桁西暦に直す。
           MOVE "N" TO 正規化フラグ.
           MOVE 社員コード OF 抽出入力レコード
             TO 正規化社員コード.
           MOVE "生年月日" TO 正規化項目名.
           MOVE 生年月日 OF 抽出入力レコード
             TO 解析入力日付.
           PERFORM 日付正規化.
           IF 解析状態 = "00"
             THEN
               MOVE 解析西暦年月日
                 TO 生年月日 OF 抽出クリーンレコード
             ELSE
               MOVE "N" TO 検査結果フラグ
               IF エラーコードワーク = SPACES
                 THEN
                   MOVE "33" TO エラーコードワーク
                 ELSE
                   CONTINUE
               END-IF
               ADD 1 TO 抽出生年月日誤り
               PERFORM 抽出日付誤り集計
           END-IF.
      *  入社年月日は暦日として正しく、生年月日より後である
      *  こと。和暦などの表記は8桁西暦に直す。
           MOVE "入社年月日" TO 正規化項目名.
           MOVE 入社年月日 OF 抽出入力レコード
             TO 解析入力日付.
           PERFORM 日付正規化.
           IF 解析状態 = "00"
             THEN
               MOVE 解析西暦年月日
                 TO 入社年月日 OF 抽出クリーンレコード
             ELSE
               PERFORM 抽出日付誤り集計
           END-IF.
           IF 日付正規化あり
             THEN
               ADD 1 TO 抽出日付正規化
             ELSE
               CONTINUE
           END-IF.
           IF 解析状態 NOT = "00"
              OR 入社年月日 OF 抽出クリーンレコード
                 NOT > 生年月日 OF 抽出クリーンレコード
             THEN
               MOVE "N" TO 検査結果フラグ
               IF エラーコードワーク = SPACES
                 THEN
                   MOVE "34" TO エラーコードワーク
                 ELSE
                   CONTINUE
               END-IF
               ADD 1 TO 抽出入社日誤り
             ELSE
               CONTINUE
           END-IF.
      *  氏名・フリガナは未設定(全空白)不可。
           IF 氏名 OF 抽出入力レコード = SPACES
              OR フリガナ OF 抽出入力レコード = SPACES
             THEN
               MOVE "N" TO 検査結果フラグ
               IF エラーコードワーク = SPACES
                 THEN
                   MOVE "35" TO エラーコードワーク
                 ELSE
                   CONTINUE
               END-IF
               ADD 1 TO 抽出氏名誤り
             ELSE
               CONTINUE
           END-IF.
      *  在籍状態区分は1～3または未設定(在籍扱い)であること。
           IF 在籍状態区分 OF 抽出入力レコード = "1" OR
              在籍状態区分 OF 抽出入力レコード = "2" OR
              在籍状態区分 OF 抽出入力レコード = "3" OR
              在籍状態区分 OF 抽出入力レコード = SPACE
             THEN
               CONTINUE
             ELSE
               MOVE "N" TO 検査結果フラグ
               IF エラーコードワーク = SPACES
                 THEN
                   MOVE "36" TO エラーコードワーク
                 ELSE
                   CONTINUE
               END-IF
               ADD 1 TO 抽出状態誤り
           END-IF.
      *
       抽出レコード検査－ＥＸ.
       EXIT.
      *
      ***********************************
       抽出クリーン編集       SECTION.
      ***********************************
      *
      *  受領レコードの日付以外の項目をクリーンレコードへ移す。
      *  生年月日・入社年月日は検査で8桁西暦に直してから移す。
           INITIALIZE 抽出クリーンレコード.
           MOVE 部署区分 OF 抽出入力レコード
             TO 部署区分 OF 抽出クリーンレコード.
           MOVE 社員コード OF 抽出入力レコード
             TO 社員コード OF 抽出クリーンレコード.
           MOVE 氏名 OF 抽出入力レコード
             TO 氏名 OF 抽出クリーンレコード.
           MOVE フリガナ OF 抽出入力レコード
             TO フリガナ OF 抽出クリーンレコード.
           MOVE 在籍状態区分 OF 抽出入力レコード
             TO 在籍状態区分 OF 抽出クリーンレコード.
      *
       抽出クリーン編集－ＥＸ.
       EXIT.
      *
      ***********************************
       収入フィード検査       SECTION.
      ***********************************
      *
      *  制御レコードの合計は総支給額で照合する。
           MOVE "0" TO 終了ステータス.
           PERFORM 制御検査初期化.
           MOVE "SHUNYUIN2010"
             TO 検査中フィード名.
           OPEN INPUT 収入入力ファイル.
           IF 収入入力状態 NOT = "00"
             THEN
               DISPLAY "収入明細フィードなし。"
             ELSE
               OPEN OUTPUT 収入クリーンファイル
               OPEN OUTPUT 収入リジェクトファイル
               PERFORM UNTIL 読込終了
                 READ 収入入力ファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     EVALUATE 収入入力レコード(1:3)
                       WHEN "HDR"
                         MOVE 収入入力レコード
                           TO ヘッダ作業
                         MOVE "Y" TO ヘッダ検出フラグ
                         MOVE ヘッダ作業
                           TO 制御レコード編集
                         WRITE 収入クリーンレコード
                           FROM 制御レコード編集
                       WHEN "TRL"
                         MOVE 収入入力レコード
                           TO トレーラ作業
                         MOVE "Y" TO トレーラ検出フラグ
                       WHEN OTHER
                         ADD 1 TO 受領件数
                         MOVE 総支給額
                           OF 収入入力レコード
                           TO 制御加算値
                         PERFORM 受領合計加算
                         ADD 1 TO 収入入力件数
                         PERFORM 収入レコード検査
                         IF 検査正常
                           THEN
                             ADD 1 TO 収入正常件数
                             PERFORM クリーン合計加算
                             WRITE 収入クリーンレコード
                               FROM 収入入力レコード
                           ELSE
                             INITIALIZE
                               収入リジェクトレコード
                             MOVE エラーコードワーク
                               TO 収入エラーコード
                             MOVE 収入入力レコード
                               TO 収入エラー明細
                             WRITE 収入リジェクトレコード
                         END-IF
                     END-EVALUATE
                 END-READ
               END-PERFORM
               CLOSE 収入入力ファイル
               PERFORM フィード制御検証
               MOVE "TRL" TO トレーラ区分
               MOVE 収入正常件数 TO トレーラ件数
               MOVE クリーン合計 TO トレーラ合計
               MOVE トレーラ作業
                 TO 制御レコード編集
               WRITE 収入クリーンレコード
                 FROM 制御レコード編集
               CLOSE 収入クリーンファイル
               CLOSE 収入リジェクトファイル
           END-IF.
      *
       収入フィード検査－ＥＸ.
       EXIT.
      *
      ***********************************
       収入レコード検査       SECTION.
      ***********************************
      *
           MOVE "Y" TO 検査結果フラグ.
           MOVE SPACES TO エラーコードワーク.
      *  日付は暦日として正しいこと。
           MOVE 収入日付 OF 収入入力レコード
             TO 変換西暦年月日.
           PERFORM 日付検査.
           IF 変換状態 = "10"
             THEN
               MOVE "N" TO 検査結果フラグ
               MOVE "41" TO エラーコードワーク
               ADD 1 TO 収入日付誤り
             ELSE
               CONTINUE
           END-IF.
      *  収入区分は定めた区分のいずれかであること。
           IF 収入区分正常 OF 収入入力レコード
             THEN
               CONTINUE
             ELSE
               MOVE "N" TO 検査結果フラグ
               IF エラーコードワーク = SPACES
                 THEN
                   MOVE "42" TO エラーコードワーク
                 ELSE
                   CONTINUE
               END-IF
               ADD 1 TO 収入区分誤り
           END-IF.
      *  金額は数字であること。数字でなければ差引の検査は
      *  しない。
           IF 総支給額 OF 収入入力レコード IS NUMERIC
              AND 源泉徴収額 OF 収入入力レコード IS NUMERIC
              AND 差引支給額 OF 収入入力レコード IS NUMERIC
             THEN
               CONTINUE
             ELSE
               MOVE "N" TO 検査結果フラグ
               IF エラーコードワーク = SPACES
                 THEN
                   MOVE "43" TO エラーコードワーク
                 ELSE
                   CONTINUE
               END-IF
               ADD 1 TO 収入金額誤り
               GO TO 収入レコード検査－ＥＸ
           END-IF.
      *  差引支給額は総支給額から源泉徴収額を引いた額で
      *  あること。
           IF 差引支給額 OF 収入入力レコード =
              総支給額 OF 収入入力レコード
              - 源泉徴収額 OF 収入入力レコード
             THEN
               CONTINUE
             ELSE
               MOVE "N" TO 検査結果フラグ
               IF エラーコードワーク = SPACES
                 THEN
                   MOVE "44" TO エラーコードワーク
                 ELSE
                   CONTINUE
               END-IF
               ADD 1 TO 収入差引誤り
           END-IF.
      *  入金口座コードは空白(未設定)か、支払口座マスタに
      *  登録された口座であること。
           MOVE 入金口座コード OF 収入入力レコード
             TO 検査口座コード.
           PERFORM 口座コード検査.
           IF 口座検出
             THEN
               CONTINUE
             ELSE
               MOVE "N" TO 検査結果フラグ
               IF エラーコードワーク = SPACES
                 THEN
                   MOVE "45" TO エラーコードワーク
                 ELSE
                   CONTINUE
               END-IF
               ADD 1 TO 収入口座誤り
           END-IF.
      *
       収入レコード検査－ＥＸ.
       EXIT.
      *
      ***********************************
       抽出日付誤り集計       SECTION.
      ***********************************
      *
      *  日付項目の誤りのうち元号期間外・表記あいまいを数える。
           EVALUATE 解析状態
             WHEN "20"
               ADD 1 TO 抽出日付期間外
             WHEN "30"
               ADD 1 TO 抽出日付曖昧
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
       抽出日付誤り集計－ＥＸ.
       EXIT.
      *
      ***********************************
       制御検査初期化         SECTION.
      ***********************************
           PERFORM 名簿レポート行.
           PERFORM 受験レポート行.
           PERFORM 明細レポート行.
           PERFORM 抽出レポート行.
           PERFORM 収入レポート行.
           CLOSE 検査レポートファイル.
      *
       レポート出力－ＥＸ.
                  名簿フリガナ誤り DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 検査レポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           STRING "日付正規化:" DELIMITED BY SIZE
                  名簿日付正規化 DELIMITED BY SIZE
                  " 期間外:" DELIMITED BY SIZE
                  名簿日付期間外 DELIMITED BY SIZE
                  " 曖昧:" DELIMITED BY SIZE
                  名簿日付曖昧 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 検査レポートレコード FROM レポート行.
      *
       名簿レポート行－ＥＸ.
       EXIT.
                  明細家族員誤り DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 検査レポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           STRING "通貨誤り:" DELIMITED BY SIZE
                  明細通貨誤り DELIMITED BY SIZE
                  " 口座誤り:" DELIMITED BY SIZE
                  明細口座誤り DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 検査レポートレコード FROM レポート行.
      *
       明細レポート行－ＥＸ.
       EXIT.
      *
      ***********************************
       抽出レポート行         SECTION.
      ***********************************
      *
           MOVE SPACES TO レポート行.
           STRING "JINJIMST2007 入力:" DELIMITED BY SIZE
                  抽出入力件数 DELIMITED BY SIZE
                  " 正常:" DELIMITED BY SIZE
                  抽出正常件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 検査レポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           STRING "コード誤り:" DELIMITED BY SIZE
                  抽出コード誤り DELIMITED BY SIZE
                  " 部署誤り:" DELIMITED BY SIZE
                  抽出部署誤り DELIMITED BY SIZE
                  " 氏名誤り:" DELIMITED BY SIZE
                  抽出氏名誤り DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 検査レポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           STRING "生年月日誤り:" DELIMITED BY SIZE
                  抽出生年月日誤り DELIMITED BY SIZE
                  " 入社日誤り:" DELIMITED BY SIZE
                  抽出入社日誤り DELIMITED BY SIZE
                  " 状態誤り:" DELIMITED BY SIZE
                  抽出状態誤り DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 検査レポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           STRING "日付正規化:" DELIMITED BY SIZE
                  抽出日付正規化 DELIMITED BY SIZE
                  " 期間外:" DELIMITED BY SIZE
                  抽出日付期間外 DELIMITED BY SIZE
                  " 曖昧:" DELIMITED BY SIZE
                  抽出日付曖昧 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 検査レポートレコード FROM レポート行.
      *
       抽出レポート行－ＥＸ.
       EXIT.
      *
      ***********************************
       収入レポート行         SECTION.
      ***********************************
      *
           MOVE SPACES TO レポート行.
           STRING "SHUNYUIN2010 入力:" DELIMITED BY SIZE
                  収入入力件数 DELIMITED BY SIZE
                  " 正常:" DELIMITED BY SIZE
                  収入正常件数 DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 検査レポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           STRING "日付誤り:" DELIMITED BY SIZE
                  収入日付誤り DELIMITED BY SIZE
                  " 区分誤り:" DELIMITED BY SIZE
                  収入区分誤り DELIMITED BY SIZE
                  " 金額誤り:" DELIMITED BY SIZE
                  収入金額誤り DELIMITED BY SIZE
                  " 差引誤り:" DELIMITED BY SIZE
                  収入差引誤り DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 検査レポートレコード FROM レポート行.
           MOVE SPACES TO レポート行.
           STRING "口座誤り:" DELIMITED BY SIZE
                  収入口座誤り DELIMITED BY SIZE
                  INTO レポート行.
           WRITE 検査レポートレコード FROM レポート行.
      *
       収入レポート行－ＥＸ.
       EXIT.
      *
