       IDENTIFICATION         DIVISION.
       PROGRAM-ID.            PRO2115.
      *  保有個人データの開示請求の抽出。開示請求(KAIJIIN2010)の
      *  社員コード・受験者ID・学籍番号のいずれかから、社員と
      *  受験者の対応(EMPJUKEN2006)・受験者と学籍の対応
      *  (JUKENTAIOU2001)・受験者IDの名寄せ統合(JUKENSHAMST2006
      *  の統合先ID)をたどって本人の識別子をすべて集め、人事・
      *  総務、資格試験、連絡先、学籍の各ファイルから本人の
      *  レコードを拾って、区分ごと・出所ファイルごとに本人
      *  ごとの開示報告書(KAIJI2010.請求番号)へ書き出す。
      *  請求は請求番号を付けて開示請求台帳(KAIJILOG2010)に
      *  残す。データベースの成績表(seisekihyo)はdbpro15が報告
      *  書に追記して完了日を付けるため、学籍番号が見つかった
      *  請求は成績表待ちとして残す。受付者に開示の権限
      *  (SUB2022)が無い請求は却下する。処理した請求ファイル
      *  は空にする。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  開示請求。
           SELECT 請求ファイル ASSIGN TO
             "/home/suzuki/DATA/KAIJIIN2010"
             FILE STATUS IS 請求状態.
      *  開示請求台帳。採番のため読んでから追記する。
           SELECT 台帳ファイル ASSIGN TO
             "/home/suzuki/DATA/KAIJILOG2010"
             FILE STATUS IS 台帳状態.
      *  本人ごとの開示報告書。
           SELECT 報告書ファイル ASSIGN TO DYNAMIC 報告書名
             FILE STATUS IS 報告書状態.
      *  識別子の対応。
           SELECT 社員受験者対応ファイル ASSIGN TO
             "/home/suzuki/DATA/EMPJUKEN2006"
             FILE STATUS IS 社員受験者状態.
           SELECT 受験者学籍対応ファイル ASSIGN TO
             "/home/suzuki/DATA/JUKENTAIOU2001"
             FILE STATUS IS 受験者学籍状態.
      *  人事・総務。
           SELECT 人事ファイル ASSIGN TO
             "/home/suzuki/DATA/JINJI2001"
             FILE STATUS IS 人事状態.
           SELECT 人事部ファイル ASSIGN TO
             "/home/suzuki/DATA/JINJI2007"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS 社員コード OF 人事部レコード
             ALTERNATE RECORD KEY IS
               氏名 OF 人事部レコード
               WITH DUPLICATES
             FILE STATUS IS 人事部状態.
           SELECT 総務部ファイル ASSIGN TO
             "/home/suzuki/DATA/SOUMU2007"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS 社員コード OF 総務部レコード
             ALTERNATE RECORD KEY IS
               氏名 OF 総務部レコード
               WITH DUPLICATES
             FILE STATUS IS 総務部状態.
           SELECT 退職者アーカイブファイル ASSIGN TO
             "/home/suzuki/DATA/TAISYOKU2007ARC"
             FILE STATUS IS アーカイブ状態.
           SELECT 異動履歴ファイル ASSIGN TO
             "/home/suzuki/DATA/IDOREKI2007"
             FILE STATUS IS 異動履歴状態.
      *  資格試験。
           SELECT 受験者マスタファイル ASSIGN TO
             "/home/suzuki/DATA/JUKENSHAMST2006"
             FILE STATUS IS 受験者マスタ状態.
           SELECT 受験履歴ファイル ASSIGN TO
             "/home/suzuki/DATA/JUKENREKI2006"
             FILE STATUS IS 受験履歴状態.
           SELECT 試験結果ファイル ASSIGN TO
             "/home/suzuki/DATA/SHIKENKEKKA"
             FILE STATUS IS 試験結果状態.
           SELECT 資格台帳ファイル ASSIGN TO
             "/home/suzuki/DATA/SHIKAKUDAI2006"
             FILE STATUS IS 資格台帳状態.
      *  連絡先。
           SELECT 住所マスタファイル ASSIGN TO
             "/home/suzuki/DATA/ADRMST2006"
             FILE STATUS IS 住所状態.
      *  学籍。
           SELECT 学生マスタファイル ASSIGN TO
             "/home/suzuki/DATA/GAKUSEIMASTER"
             FILE STATUS IS 学生マスタ状態.
       DATA                   DIVISION.
       FILE                   SECTION.
       FD  請求ファイル.
       01  請求レコード.
           COPY CP081.
       FD  台帳ファイル.
       01  台帳レコード.
           COPY CP082.
       FD  報告書ファイル.
       01  報告書レコード     PIC X(132).
       FD  社員受験者対応ファイル.
       01  社員受験者対応レコード.
         03 社員対応従業員コード PIC X(5).
         03 社員対応受験者ID  PIC X(6).
       FD  受験者学籍対応ファイル.
       01  受験者学籍対応レコード.
           COPY CP055.
       FD  人事ファイル.
       01  人事レコード.
           COPY CP001.
       FD  人事部ファイル.
       01  人事部レコード.
           COPY CP024.
       FD  総務部ファイル.
       01  総務部レコード.
           COPY CP024.
      *  dbpro03は退避レコードを51バイトで書き出す。
       FD  退職者アーカイブファイル.
       01  アーカイブレコード.
         03 アーカイブ部署    PIC X(7).
         03 FILLER            PIC X(1).
         03 アーカイブ社員番号 PIC 9(2).
         03 FILLER            PIC X(1).
         03 アーカイブ社員コード PIC X(5).
         03 FILLER            PIC X(1).
         03 アーカイブ氏名    PIC X(34).
       FD  異動履歴ファイル.
       01  異動履歴レコード.
         03 履歴発効日        PIC 9(8).
         03 履歴社員コード    PIC X(5).
         03 履歴異動元        PIC X(1).
         03 履歴異動先        PIC X(1).
         03 履歴氏名          PIC X(40).
       FD  受験者マスタファイル.
       01  受験者マスタレコード.
           COPY CP045.
       FD  受験履歴ファイル.
       01  受験履歴レコード.
         03 受験履歴受験者ID  PIC X(6).
         03 受験履歴試験回    PIC 9(2).
         03 受験履歴合否区分  PIC X(1).
       FD  試験結果ファイル.
       01  試験結果レコード.
           COPY CP008.
       FD  資格台帳ファイル.
       01  資格台帳レコード.
         03 台帳受験者ID      PIC X(6).
         03 台帳合格試験回    PIC 9(2).
         03 台帳合格日        PIC 9(8).
         03 台帳有効期限日    PIC 9(8).
         03 台帳状態区分      PIC X(1).
       FD  住所マスタファイル.
       01  住所マスタレコード.
           COPY CP026.
       FD  学生マスタファイル.
       01  学生マスタレコード.
         03 マスタ学籍番号    PIC X(4).
         03 マスタ氏名        PIC X(40).
         03 マスタ在籍状況    PIC X(1).
         03 マスタクラス区分  PIC X(2).
         03 マスタ担任        PIC X(20).
       WORKING-STORAGE        SECTION.
       01  状態.
         03 請求状態          PIC X(2).
         03 台帳状態          PIC X(2).
         03 報告書状態        PIC X(2).
         03 社員受験者状態    PIC X(2).
         03 受験者学籍状態    PIC X(2).
         03 人事状態          PIC X(2).
         03 人事部状態        PIC X(2).
         03 総務部状態        PIC X(2).
         03 アーカイブ状態    PIC X(2).
         03 異動履歴状態      PIC X(2).
         03 受験者マスタ状態  PIC X(2).
         03 受験履歴状態      PIC X(2).
         03 試験結果状態      PIC X(2).
         03 資格台帳状態      PIC X(2).
         03 住所状態          PIC X(2).
         03 学生マスタ状態    PIC X(2).
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
       01  請求終了ステータス PIC X(1).
           88 請求終了        VALUE "1".
       01  実行日             PIC 9(8).
       01  実行年             PIC 9(4).
       01  報告書名           PIC X(60).
      *  人事部・総務部ファイルを開けたかどうか。
       01  索引オープン区分.
         03 人事部オープン    PIC X(1) VALUE "N".
         03 総務部オープン    PIC X(1) VALUE "N".
      *  請求番号の採番。受付年4桁+年内連番4桁。
       01  採番エリア.
         03 最終連番          PIC 9(4) VALUE ZERO.
         03 請求番号          PIC 9(8).
      *  識別子の対応表。社員と受験者、受験者と学籍、統合
      *  された受験者IDと存続IDを1行ずつ持つ。
       01  対応テーブルエリア.
         03 対応件数          PIC 9(4) VALUE ZERO.
         03 対応番号          PIC 9(4).
         03 対応エントリ      OCCURS 3000 TIMES.
           05 表対応区分１    PIC X(1).
           05 表対応コード１  PIC X(6).
           05 表対応区分２    PIC X(1).
           05 表対応コード２  PIC X(6).
           05 表対応出所      PIC X(16).
      *  対応表へ加える1行の組み立て。
       01  仮対応エリア.
         03 仮対応区分１      PIC X(1).
         03 仮対応コード１    PIC X(6).
         03 仮対応区分２      PIC X(1).
         03 仮対応コード２    PIC X(6).
         03 仮対応出所        PIC X(16).
      *  本人の識別子の集合。区分 E:社員コード J:受験者ID
      *  G:学籍番号。出所は見つけた経路。
       01  照合テーブルエリア.
         03 照合件数          PIC 9(2).
         03 照合番号          PIC 9(2).
         03 該当照合番号      PIC 9(2).
         03 照合エントリ      OCCURS 20 TIMES.
           05 表照合区分      PIC X(1).
           05 表照合コード    PIC X(6).
           05 表照合出所      PIC X(16).
       01  照合検索エリア.
         03 検索区分          PIC X(1).
         03 検索コード        PIC X(6).
         03 検索出所          PIC X(16).
         03 追加区分          PIC X(1).
           88 追加あり        VALUE "Y".
         03 照合超過区分      PIC X(1).
           88 照合超過        VALUE "Y".
       01  学籍番号数         PIC 9(1).
      *  報告書の編集。
       01  出所名             PIC X(16).
       01  出所説明           PIC X(40).
       01  出所件数           PIC 9(5).
       01  項目名             PIC X(30).
       01  項目値             PIC X(80).
       01  区分見出し         PIC X(60).
       01  識別表示           PIC X(15).
       01  報告書行           PIC X(132).
      *  請求1件と実行全体の集計。
       01  請求判定エリア.
         03 請求開示件数      PIC 9(5).
         03 却下理由          PIC X(40).
       01  集計エリア.
         03 請求件数          PIC 9(4) VALUE ZERO.
         03 完了件数          PIC 9(4) VALUE ZERO.
         03 成績待ち件数      PIC 9(4) VALUE ZERO.
         03 却下件数          PIC 9(4) VALUE ZERO.
      *  権限確認呼出し(SUB2022)への引き渡し情報。
       01  権限確認情報.
           COPY CP077.
      *  排他制御呼出し(SUB9400)への引き渡し情報。人事部・
      *  総務部ファイル群の共有ロックに使う。
       01  排他制御情報.
           COPY CP023.
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
           DISPLAY "***PRO2115 START***".
           ACCEPT 実行日 FROM DATE YYYYMMDD.
           MOVE 実行日(1:4) TO 実行年.
           OPEN INPUT 請求ファイル.
           IF 請求状態 NOT = "00"
             THEN
               DISPLAY "開示請求なし。"
               DISPLAY "***PRO2115 END***"
               GOBACK
             ELSE
               CONTINUE
           END-IF.
           PERFORM 台帳採番準備.
           PERFORM 対応読込.
      *  人事部・総務部ファイルを引く間、ファイル群の共有
      *  ロックを取得する。
           MOVE "A" TO ロック要求区分.
           MOVE "JINJIMASTER" TO ロック資源名.
           MOVE "S" TO ロック種別.
           MOVE "PRO2115" TO ロック要求元.
           CALL "SUB9400" USING 排他制御情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "20" TO 排他結果状態
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 排他結果状態 = "10"
             THEN
               DISPLAY "ファイル群は使用中です。"
                       "保持プログラム:" ロック保持元
               STOP RUN
             ELSE
               CONTINUE
           END-IF.
           OPEN INPUT 人事部ファイル.
           IF 人事部状態 = "00"
             THEN
               MOVE "Y" TO 人事部オープン
             ELSE
               CONTINUE
           END-IF.
           OPEN INPUT 総務部ファイル.
           IF 総務部状態 = "00"
             THEN
               MOVE "Y" TO 総務部オープン
             ELSE
               CONTINUE
           END-IF.
      *
       初期処理－ＥＸ.
       EXIT.
      *
      ***********************************
       台帳採番準備           SECTION.
      ***********************************
      *
      *  台帳から今年の最終連番を求め、追記の用意をする。
           OPEN INPUT 台帳ファイル.
           IF 台帳状態 = "00"
             THEN
               MOVE "0" TO 終了ステータス
               PERFORM UNTIL 読込終了
                 READ 台帳ファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     IF 開示請求番号(1:4) = 実行日(1:4)
                        AND 開示請求番号(5:4) > 最終連番
                       THEN
                         MOVE 開示請求番号(5:4) TO 最終連番
                       ELSE
                         CONTINUE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 台帳ファイル
             ELSE
               CONTINUE
           END-IF.
           OPEN EXTEND 台帳ファイル.
           IF 台帳状態 NOT = "00"
             THEN
               CLOSE 台帳ファイル
               OPEN OUTPUT 台帳ファイル
             ELSE
               CONTINUE
           END-IF.
           IF 台帳状態 NOT = "00"
             THEN
               MOVE "PRO2115" TO 発生プログラム名
               MOVE 台帳状態 TO 入出力状態
               MOVE "開示請求台帳のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
      *
       台帳採番準備－ＥＸ.
       EXIT.
      *
      ***********************************
       対応読込               SECTION.
      ***********************************
      *
      *  社員と受験者の対応。
           OPEN INPUT 社員受験者対応ファイル.
           IF 社員受験者状態 = "00"
             THEN
               MOVE "0" TO 終了ステータス
               PERFORM UNTIL 読込終了
                 READ 社員受験者対応ファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     MOVE "E" TO 仮対応区分１
                     MOVE 社員対応従業員コード
                       TO 仮対応コード１
                     MOVE "J" TO 仮対応区分２
                     MOVE 社員対応受験者ID
                       TO 仮対応コード２
                     MOVE "EMPJUKEN2006"
                       TO 仮対応出所
                     PERFORM 対応追加
                 END-READ
               END-PERFORM
               CLOSE 社員受験者対応ファイル
             ELSE
               DISPLAY "社員受験者対応なし。"
           END-IF.
      *  入学した受験者と学籍番号の対応。
           OPEN INPUT 受験者学籍対応ファイル.
           IF 受験者学籍状態 = "00"
             THEN
               MOVE "0" TO 終了ステータス
               PERFORM UNTIL 読込終了
                 READ 受験者学籍対応ファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     MOVE "J" TO 仮対応区分１
                     MOVE 対応受験者ID
                       TO 仮対応コード１
                     MOVE "G" TO 仮対応区分２
                     MOVE 対応学籍番号
                       TO 仮対応コード２
                     MOVE "JUKENTAIOU2001"
                       TO 仮対応出所
                     PERFORM 対応追加
                 END-READ
               END-PERFORM
               CLOSE 受験者学籍対応ファイル
             ELSE
               DISPLAY "受験者学籍対応なし。"
           END-IF.
      *  名寄せで統合された受験者IDと存続ID。
           OPEN INPUT 受験者マスタファイル.
           IF 受験者マスタ状態 = "00"
             THEN
               MOVE "0" TO 終了ステータス
               PERFORM UNTIL 読込終了
                 READ 受験者マスタファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     IF マスタ統合先ID NOT = SPACES
                       THEN
                         MOVE "J" TO 仮対応区分１
                         MOVE マスタ受験者ID
                           TO 仮対応コード１
                         MOVE "J" TO 仮対応区分２
                         MOVE マスタ統合先ID
                           TO 仮対応コード２
                         MOVE "JUKENSHAMST2006"
                           TO 仮対応出所
                         PERFORM 対応追加
                       ELSE
                         CONTINUE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 受験者マスタファイル
             ELSE
               CONTINUE
           END-IF.
      *
       対応読込－ＥＸ.
       EXIT.
      *
      ***********************************
       対応追加               SECTION.
      ***********************************
      *
           IF 対応件数 < 3000
             THEN
               ADD 1 TO 対応件数
               MOVE 仮対応エリア
                 TO 対応エントリ(対応件数)
             ELSE
               DISPLAY "対応表の件数超過:" 仮対応出所
           END-IF.
      *
       対応追加－ＥＸ.
       EXIT.
      *
      ***********************************
       主処理                 SECTION.
      ***********************************
      *
           MOVE "0" TO 請求終了ステータス.
           PERFORM UNTIL 請求終了
             READ 請求ファイル
               AT END
                 SET 請求終了 TO TRUE
               NOT AT END
                 PERFORM 請求処理
             END-READ
           END-PERFORM.
      *
       主処理－ＥＸ.
       EXIT.
      *
      ***********************************
       請求処理               SECTION.
      ***********************************
      *
           ADD 1 TO 請求件数.
           ADD 1 TO 最終連番.
           COMPUTE 請求番号 = 実行年 * 10000 + 最終連番.
           MOVE ZERO TO 請求開示件数.
           MOVE SPACES TO 却下理由.
           MOVE SPACES TO 台帳レコード.
           MOVE 請求番号 TO 開示請求番号.
           IF 請求受付日 = ZERO
             THEN
               MOVE 実行日 TO 開示受付日
             ELSE
               MOVE 請求受付日 TO 開示受付日
           END-IF.
           MOVE 請求識別区分   TO 開示識別区分.
           MOVE 請求識別コード TO 開示識別コード.
           MOVE 請求者名       TO 開示請求者名.
           MOVE 請求受付者     TO 開示受付者.
           MOVE ZERO TO 開示件数.
           MOVE ZERO TO 開示完了日.
           PERFORM 請求確認.
           IF 却下理由 NOT = SPACES
             THEN
               ADD 1 TO 却下件数
               SET 開示却下 TO TRUE
               MOVE 実行日 TO 開示完了日
               WRITE 台帳レコード
               DISPLAY "却下:" 請求番号 " " 却下理由
               GO TO 請求処理－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM 照合集合作成.
           MOVE SPACES TO 報告書名.
           STRING "/home/suzuki/DATA/KAIJI2010." DELIMITED BY SIZE
                  請求番号 DELIMITED BY SIZE
                  INTO 報告書名.
           MOVE 報告書名(19:) TO 開示出力名.
           OPEN OUTPUT 報告書ファイル.
           IF 報告書状態 NOT = "00"
             THEN
               MOVE "PRO2115" TO 発生プログラム名
               MOVE 報告書状態 TO 入出力状態
               MOVE "開示報告書のオープンエラー"
                 TO 異常終了メッセージ
               PERFORM 異常終了処理
             ELSE
               CONTINUE
           END-IF.
           PERFORM 報告書見出し出力.
           PERFORM 人事総務抽出.
           PERFORM 資格試験抽出.
           PERFORM 連絡先抽出.
           PERFORM 学籍抽出.
           PERFORM 対応出力.
           MOVE 請求開示件数 TO 開示件数.
      *  学籍番号があれば成績表をdbpro15が追記して完了にする。
           IF 学籍番号数 > ZERO
             THEN
               ADD 1 TO 成績待ち件数
               SET 開示成績待ち TO TRUE
               MOVE "[成績表(seisekihyo)は後続で追記する]"
                 TO 区分見出し
               PERFORM 区分見出し出力
             ELSE
               ADD 1 TO 完了件数
               SET 開示完了 TO TRUE
               MOVE 実行日 TO 開示完了日
               MOVE SPACES TO 報告書行
               STRING "開示件数:" DELIMITED BY SIZE
                      請求開示件数 DELIMITED BY SIZE
                      " 完了日:" DELIMITED BY SIZE
                      実行日 DELIMITED BY SIZE
                      INTO 報告書行
               WRITE 報告書レコード FROM 報告書行
                 AFTER 2 LINE
               END-WRITE
           END-IF.
           CLOSE 報告書ファイル.
           WRITE 台帳レコード.
           DISPLAY "開示:" 請求番号 " 件数:" 請求開示件数
                   " 状態:" 開示状態.
      *
       請求処理－ＥＸ.
       EXIT.
      *
      ***********************************
       請求確認               SECTION.
      ***********************************
      *
      *  識別子の形式と受付者の開示の権限を確かめる。
           IF NOT (請求社員 OR 請求受験者 OR 請求学生)
              OR 請求識別コード = SPACES
             THEN
               MOVE "識別区分・識別コード不正"
                 TO 却下理由
               GO TO 請求確認－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 請求受付者  TO 確認操作者.
           MOVE "PRO2115"   TO 確認プログラム.
           MOVE "D"         TO 確認操作区分.
           MOVE "KAIJI2010" TO 確認対象.
           CALL "SUB2022" USING 権限確認情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
               MOVE "30" TO 確認結果
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
           IF 確認結果 NOT = "00"
             THEN
               STRING "受付者に開示の権限なし:"
                      DELIMITED BY SIZE
                      確認結果 DELIMITED BY SIZE
                      INTO 却下理由
             ELSE
               CONTINUE
           END-IF.
      *
       請求確認－ＥＸ.
       EXIT.
      *
      ***********************************
       照合集合作成           SECTION.
      ***********************************
      *
      *  請求の識別子から対応表を繰り返したどり、新しい識別子
      *  が増えなくなるまで集める。
           MOVE ZERO TO 照合件数.
           MOVE "N" TO 照合超過区分.
           MOVE 請求識別区分   TO 検索区分.
           MOVE 請求識別コード TO 検索コード.
           MOVE "請求"         TO 検索出所.
           PERFORM 照合追加.
           MOVE "Y" TO 追加区分.
           PERFORM UNTIL NOT 追加あり
             MOVE "N" TO 追加区分
             PERFORM VARYING 対応番号 FROM 1 BY 1
               UNTIL 対応番号 > 対応件数
               PERFORM 対応展開
             END-PERFORM
           END-PERFORM.
           IF 照合超過
             THEN
               DISPLAY "識別子の件数超過:" 請求番号
             ELSE
               CONTINUE
           END-IF.
           MOVE ZERO TO 学籍番号数.
           PERFORM VARYING 照合番号 FROM 1 BY 1
             UNTIL 照合番号 > 照合件数
             IF 表照合区分(照合番号) = "G"
                AND 学籍番号数 < 3
               THEN
                 ADD 1 TO 学籍番号数
                 MOVE 表照合コード(照合番号)
                   TO 開示学籍番号(学籍番号数)
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       照合集合作成－ＥＸ.
       EXIT.
      *
      ***********************************
       対応展開               SECTION.
      ***********************************
      *
      *  対応の片側だけが本人の識別子なら、もう片側を加える。
           MOVE 表対応区分１(対応番号)   TO 検索区分.
           MOVE 表対応コード１(対応番号) TO 検索コード.
           PERFORM 照合検索.
           IF 該当照合番号 > ZERO
             THEN
               MOVE 表対応区分２(対応番号)   TO 検索区分
               MOVE 表対応コード２(対応番号)
                 TO 検索コード
               MOVE 表対応出所(対応番号)     TO 検索出所
               PERFORM 照合検索
               IF 該当照合番号 = ZERO
                 THEN
                   PERFORM 照合追加
                 ELSE
                   CONTINUE
               END-IF
               GO TO 対応展開－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           MOVE 表対応区分２(対応番号)   TO 検索区分.
           MOVE 表対応コード２(対応番号) TO 検索コード.
           PERFORM 照合検索.
           IF 該当照合番号 > ZERO
             THEN
               MOVE 表対応区分１(対応番号)   TO 検索区分
               MOVE 表対応コード１(対応番号)
                 TO 検索コード
               MOVE 表対応出所(対応番号)     TO 検索出所
               PERFORM 照合追加
             ELSE
               CONTINUE
           END-IF.
      *
       対応展開－ＥＸ.
       EXIT.
      *
      ***********************************
       照合検索               SECTION.
      ***********************************
      *
           MOVE ZERO TO 該当照合番号.
           PERFORM VARYING 照合番号 FROM 1 BY 1
             UNTIL 照合番号 > 照合件数
                OR 該当照合番号 > ZERO
             IF 表照合区分(照合番号) = 検索区分
                AND 表照合コード(照合番号) = 検索コード
               THEN
                 MOVE 照合番号 TO 該当照合番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       照合検索－ＥＸ.
       EXIT.
      *
      ***********************************
       照合追加               SECTION.
      ***********************************
      *
           IF 照合件数 < 20
             THEN
               ADD 1 TO 照合件数
               MOVE 検索区分 TO 表照合区分(照合件数)
               MOVE 検索コード TO 表照合コード(照合件数)
               MOVE 検索出所 TO 表照合出所(照合件数)
               MOVE "Y" TO 追加区分
             ELSE
               MOVE "Y" TO 照合超過区分
           END-IF.
      *
       照合追加－ＥＸ.
       EXIT.
      *
      ***********************************
       報告書見出し出力       SECTION.
      ***********************************
      *
           MOVE SPACES TO 報告書行.
           MOVE "保有個人データ開示報告書" TO 報告書行.
           WRITE 報告書レコード FROM 報告書行.
           MOVE SPACES TO 報告書行.
           STRING "請求番号:" DELIMITED BY SIZE
                  請求番号 DELIMITED BY SIZE
                  " 受付日:" DELIMITED BY SIZE
                  開示受付日 DELIMITED BY SIZE
                  " 作成日:" DELIMITED BY SIZE
                  実行日 DELIMITED BY SIZE
                  " 受付者:" DELIMITED BY SIZE
                  請求受付者 DELIMITED BY SIZE
                  INTO 報告書行.
           WRITE 報告書レコード FROM 報告書行.
           MOVE SPACES TO 報告書行.
           STRING "請求者:" DELIMITED BY SIZE
                  請求者名 DELIMITED BY SIZE
                  INTO 報告書行.
           WRITE 報告書レコード FROM 報告書行.
           MOVE "[照合した識別子]" TO 区分見出し.
           PERFORM 区分見出し出力.
           PERFORM VARYING 照合番号 FROM 1 BY 1
             UNTIL 照合番号 > 照合件数
             EVALUATE 表照合区分(照合番号)
               WHEN "E"
                 MOVE "社員コード" TO 識別表示
               WHEN "J"
                 MOVE "受験者ID" TO 識別表示
               WHEN OTHER
                 MOVE "学籍番号" TO 識別表示
             END-EVALUATE
             MOVE SPACES TO 報告書行
             MOVE 識別表示 TO 報告書行(3:15)
             MOVE 表照合コード(照合番号) TO 報告書行(19:6)
             MOVE "出所:" TO 報告書行(27:7)
             MOVE 表照合出所(照合番号) TO 報告書行(34:16)
             WRITE 報告書レコード FROM 報告書行
           END-PERFORM.
      *
       報告書見出し出力－ＥＸ.
       EXIT.
      *
      ***********************************
       人事総務抽出           SECTION.
      ***********************************
      *
           MOVE "[人事・総務]" TO 区分見出し.
           PERFORM 区分見出し出力.
      *  人事ファイル。
           MOVE "JINJI2001" TO 出所名.
           MOVE ZERO TO 出所件数.
           OPEN INPUT 人事ファイル.
           IF 人事状態 = "00"
             THEN
               MOVE "0" TO 終了ステータス
               PERFORM UNTIL 読込終了
                 READ 人事ファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     MOVE "E" TO 検索区分
                     MOVE 従業員コード TO 検索コード
                     PERFORM 照合検索
                     IF 該当照合番号 > ZERO
                       THEN
                         PERFORM 人事明細出力
                       ELSE
                         CONTINUE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 人事ファイル
               PERFORM 出所集計出力
             ELSE
               PERFORM 出所なし出力
           END-IF.
      *  人事部・総務部ファイルは社員コードで直接引く。
           MOVE "JINJI2007" TO 出所名.
           MOVE ZERO TO 出所件数.
           IF 人事部オープン = "Y"
             THEN
               PERFORM VARYING 照合番号 FROM 1 BY 1
                 UNTIL 照合番号 > 照合件数
                 IF 表照合区分(照合番号) = "E"
                   THEN
                     MOVE 表照合コード(照合番号)
                       TO 社員コード OF 人事部レコード
                     READ 人事部ファイル
                       INVALID KEY
                         CONTINUE
                       NOT INVALID KEY
                         MOVE 人事部レコード
                           TO 総務部レコード
                         PERFORM 部署明細出力
                     END-READ
                   ELSE
                     CONTINUE
                 END-IF
               END-PERFORM
               PERFORM 出所集計出力
             ELSE
               PERFORM 出所なし出力
           END-IF.
           MOVE "SOUMU2007" TO 出所名.
           MOVE ZERO TO 出所件数.
           IF 総務部オープン = "Y"
             THEN
               PERFORM VARYING 照合番号 FROM 1 BY 1
                 UNTIL 照合番号 > 照合件数
                 IF 表照合区分(照合番号) = "E"
                   THEN
                     MOVE 表照合コード(照合番号)
                       TO 社員コード OF 総務部レコード
                     READ 総務部ファイル
                       INVALID KEY
                         CONTINUE
                       NOT INVALID KEY
                         PERFORM 部署明細出力
                     END-READ
                   ELSE
                     CONTINUE
                 END-IF
               END-PERFORM
               PERFORM 出所集計出力
             ELSE
               PERFORM 出所なし出力
           END-IF.
      *  退職者アーカイブ。
           MOVE "TAISYOKU2007ARC" TO 出所名.
           MOVE ZERO TO 出所件数.
           OPEN INPUT 退職者アーカイブファイル.
           IF アーカイブ状態 = "00"
             THEN
               MOVE "0" TO 終了ステータス
               PERFORM UNTIL 読込終了
                 READ 退職者アーカイブファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     MOVE "E" TO 検索区分
                     MOVE アーカイブ社員コード
                       TO 検索コード
                     PERFORM 照合検索
                     IF 該当照合番号 > ZERO
                       THEN
                         PERFORM アーカイブ明細出力
                       ELSE
                         CONTINUE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 退職者アーカイブファイル
               PERFORM 出所集計出力
             ELSE
               PERFORM 出所なし出力
           END-IF.
      *  部署異動履歴。
           MOVE "IDOREKI2007" TO 出所名.
           MOVE ZERO TO 出所件数.
           OPEN INPUT 異動履歴ファイル.
           IF 異動履歴状態 = "00"
             THEN
               MOVE "0" TO 終了ステータス
               PERFORM UNTIL 読込終了
                 READ 異動履歴ファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     MOVE "E" TO 検索区分
                     MOVE 履歴社員コード TO 検索コード
                     PERFORM 照合検索
                     IF 該当照合番号 > ZERO
                       THEN
                         PERFORM 異動明細出力
                       ELSE
                         CONTINUE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 異動履歴ファイル
               PERFORM 出所集計出力
             ELSE
               PERFORM 出所なし出力
           END-IF.
      *
       人事総務抽出－ＥＸ.
       EXIT.
      *
      ***********************************
       人事明細出力           SECTION.
      ***********************************
      *
           MOVE "人事ファイル" TO 出所説明.
           PERFORM 出所明細見出し.
           MOVE "従業員コード" TO 項目名.
           MOVE 従業員コード TO 項目値.
           PERFORM 項目出力.
           MOVE "所属コード" TO 項目名.
           MOVE 所属コード TO 項目値.
           PERFORM 項目出力.
           MOVE "氏名" TO 項目名.
           MOVE 氏名 OF 人事レコード TO 項目値.
           PERFORM 項目出力.
           MOVE "フリガナ" TO 項目名.
           MOVE フリガナ OF 人事レコード TO 項目値.
           PERFORM 項目出力.
           MOVE "生年月日" TO 項目名.
           MOVE 生年月日 OF 人事レコード TO 項目値.
           PERFORM 項目出力.
           MOVE "入社年月日" TO 項目名.
           MOVE 入社年月日 OF 人事レコード TO 項目値.
           PERFORM 項目出力.
           MOVE "性別" TO 項目名.
           MOVE 性別 TO 項目値.
           PERFORM 項目出力.
           MOVE "在籍状態区分" TO 項目名.
           MOVE 在籍状態区分 OF 人事レコード TO 項目値.
           PERFORM 項目出力.
      *
       人事明細出力－ＥＸ.
       EXIT.
      *
      ***********************************
       部署明細出力           SECTION.
      ***********************************
      *
      *  人事部・総務部ともに総務部レコードの様式で書く。
           MOVE "人事部・総務部ファイル" TO 出所説明.
           PERFORM 出所明細見出し.
           MOVE "社員コード" TO 項目名.
           MOVE 社員コード OF 総務部レコード TO 項目値.
           PERFORM 項目出力.
           MOVE "氏名" TO 項目名.
           MOVE 氏名 OF 総務部レコード TO 項目値.
           PERFORM 項目出力.
           MOVE "フリガナ" TO 項目名.
           MOVE フリガナ OF 総務部レコード TO 項目値.
           PERFORM 項目出力.
           MOVE "生年月日" TO 項目名.
           MOVE 生年月日 OF 総務部レコード TO 項目値.
           PERFORM 項目出力.
           MOVE "入社年月日" TO 項目名.
           MOVE 入社年月日 OF 総務部レコード TO 項目値.
           PERFORM 項目出力.
           MOVE "再雇用フラグ" TO 項目名.
           MOVE 再雇用フラグ OF 総務部レコード
             TO 項目値.
           PERFORM 項目出力.
           MOVE "在籍状態区分" TO 項目名.
           MOVE 在籍状態区分 OF 総務部レコード
             TO 項目値.
           PERFORM 項目出力.
           MOVE "最終更新日時" TO 項目名.
           MOVE 最終更新日時 OF 総務部レコード
             TO 項目値.
           PERFORM 項目出力.
      *
       部署明細出力－ＥＸ.
       EXIT.
      *
      ***********************************
       アーカイブ明細出力     SECTION.
      ***********************************
      *
           MOVE "退職者アーカイブ" TO 出所説明.
           PERFORM 出所明細見出し.
           MOVE "部署" TO 項目名.
           MOVE アーカイブ部署 TO 項目値.
           PERFORM 項目出力.
           MOVE "社員コード" TO 項目名.
           MOVE アーカイブ社員コード TO 項目値.
           PERFORM 項目出力.
           MOVE "氏名" TO 項目名.
           MOVE アーカイブ氏名 TO 項目値.
           PERFORM 項目出力.
      *
       アーカイブ明細出力－ＥＸ.
       EXIT.
      *
      ***********************************
       異動明細出力           SECTION.
      ***********************************
      *
           MOVE "部署異動履歴" TO 出所説明.
           PERFORM 出所明細見出し.
           MOVE "発効日" TO 項目名.
           MOVE 履歴発効日 TO 項目値.
           PERFORM 項目出力.
           MOVE "社員コード" TO 項目名.
           MOVE 履歴社員コード TO 項目値.
           PERFORM 項目出力.
           MOVE "異動元・異動先" TO 項目名.
           MOVE SPACES TO 項目値.
           STRING 履歴異動元 DELIMITED BY SIZE
                  "→" DELIMITED BY SIZE
                  履歴異動先 DELIMITED BY SIZE
                  INTO 項目値.
           PERFORM 項目出力.
           MOVE "氏名" TO 項目名.
           MOVE 履歴氏名 TO 項目値.
           PERFORM 項目出力.
      *
       異動明細出力－ＥＸ.
       EXIT.
      *
      ***********************************
       資格試験抽出           SECTION.
      ***********************************
      *
           MOVE "[資格試験]" TO 区分見出し.
           PERFORM 区分見出し出力.
      *  受験者マスタ。統合された重複IDの行も本人分とする。
           MOVE "JUKENSHAMST2006" TO 出所名.
           MOVE ZERO TO 出所件数.
           OPEN INPUT 受験者マスタファイル.
           IF 受験者マスタ状態 = "00"
             THEN
               MOVE "0" TO 終了ステータス
               PERFORM UNTIL 読込終了
                 READ 受験者マスタファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     MOVE "J" TO 検索区分
                     MOVE マスタ受験者ID TO 検索コード
                     PERFORM 照合検索
                     IF 該当照合番号 > ZERO
                       THEN
                         PERFORM 受験者明細出力
                       ELSE
                         CONTINUE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 受験者マスタファイル
               PERFORM 出所集計出力
             ELSE
               PERFORM 出所なし出力
           END-IF.
      *  受験履歴。
           MOVE "JUKENREKI2006" TO 出所名.
           MOVE ZERO TO 出所件数.
           OPEN INPUT 受験履歴ファイル.
           IF 受験履歴状態 = "00"
             THEN
               MOVE "0" TO 終了ステータス
               PERFORM UNTIL 読込終了
                 READ 受験履歴ファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     MOVE "J" TO 検索区分
                     MOVE 受験履歴受験者ID TO 検索コード
                     PERFORM 照合検索
                     IF 該当照合番号 > ZERO
                       THEN
                         PERFORM 受験履歴明細出力
                       ELSE
                         CONTINUE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 受験履歴ファイル
               PERFORM 出所集計出力
             ELSE
               PERFORM 出所なし出力
           END-IF.
      *  試験結果。
           MOVE "SHIKENKEKKA" TO 出所名.
           MOVE ZERO TO 出所件数.
           OPEN INPUT 試験結果ファイル.
           IF 試験結果状態 = "00"
             THEN
               MOVE "0" TO 終了ステータス
               PERFORM UNTIL 読込終了
                 READ 試験結果ファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     MOVE "J" TO 検索区分
                     MOVE 受験者ID TO 検索コード
                     PERFORM 照合検索
                     IF 該当照合番号 > ZERO
                       THEN
                         PERFORM 試験結果明細出力
                       ELSE
                         CONTINUE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 試験結果ファイル
               PERFORM 出所集計出力
             ELSE
               PERFORM 出所なし出力
           END-IF.
      *  資格台帳。
           MOVE "SHIKAKUDAI2006" TO 出所名.
           MOVE ZERO TO 出所件数.
           OPEN INPUT 資格台帳ファイル.
           IF 資格台帳状態 = "00"
             THEN
               MOVE "0" TO 終了ステータス
               PERFORM UNTIL 読込終了
                 READ 資格台帳ファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     MOVE "J" TO 検索区分
                     MOVE 台帳受験者ID TO 検索コード
                     PERFORM 照合検索
                     IF 該当照合番号 > ZERO
                       THEN
                         PERFORM 資格台帳明細出力
                       ELSE
                         CONTINUE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 資格台帳ファイル
               PERFORM 出所集計出力
             ELSE
               PERFORM 出所なし出力
           END-IF.
      *
       資格試験抽出－ＥＸ.
       EXIT.
      *
      ***********************************
       受験者明細出力         SECTION.
      ***********************************
      *
           MOVE "受験者マスタ" TO 出所説明.
           PERFORM 出所明細見出し.
           MOVE "受験者ID" TO 項目名.
           MOVE マスタ受験者ID TO 項目値.
           PERFORM 項目出力.
           MOVE "受験者名" TO 項目名.
           MOVE マスタ受験者名 TO 項目値.
           PERFORM 項目出力.
           MOVE "初回登録日" TO 項目名.
           MOVE マスタ初回登録日 TO 項目値.
           PERFORM 項目出力.
           MOVE "生年月日" TO 項目名.
           MOVE マスタ生年月日 TO 項目値.
           PERFORM 項目出力.
           MOVE "郵便番号" TO 項目名.
           MOVE マスタ郵便番号 TO 項目値.
           PERFORM 項目出力.
           MOVE "電話番号" TO 項目名.
           MOVE マスタ電話番号 TO 項目値.
           PERFORM 項目出力.
           MOVE "統合先ID" TO 項目名.
           MOVE マスタ統合先ID TO 項目値.
           PERFORM 項目出力.
      *
       受験者明細出力－ＥＸ.
       EXIT.
      *
      ***********************************
       受験履歴明細出力       SECTION.
      ***********************************
      *
           MOVE "受験履歴" TO 出所説明.
           PERFORM 出所明細見出し.
           MOVE "受験者ID" TO 項目名.
           MOVE 受験履歴受験者ID TO 項目値.
           PERFORM 項目出力.
           MOVE "試験回" TO 項目名.
           MOVE 受験履歴試験回 TO 項目値.
           PERFORM 項目出力.
           MOVE "合否区分" TO 項目名.
           MOVE 受験履歴合否区分 TO 項目値.
           PERFORM 項目出力.
      *
       受験履歴明細出力－ＥＸ.
       EXIT.
      *
      ***********************************
       試験結果明細出力       SECTION.
      ***********************************
      *
           MOVE "試験結果" TO 出所説明.
           PERFORM 出所明細見出し.
           MOVE "試験回・受験日" TO 項目名.
           MOVE SPACES TO 項目値.
           STRING 試験回 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  受験日 DELIMITED BY SIZE
                  INTO 項目値.
           PERFORM 項目出力.
           MOVE "受験者ID" TO 項目名.
           MOVE 受験者ID TO 項目値.
           PERFORM 項目出力.
           MOVE "受験者名" TO 項目名.
           MOVE 受験者名 TO 項目値.
           PERFORM 項目出力.
           MOVE "午前/午後1/午後2/論述" TO 項目名.
           MOVE SPACES TO 項目値.
           STRING 午前 DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  午後1 DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  午後2 DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  論述 DELIMITED BY SIZE
                  INTO 項目値.
           PERFORM 項目出力.
           MOVE "平均点" TO 項目名.
           MOVE 平均点 TO 項目値.
           PERFORM 項目出力.
           MOVE "欠席フラグ" TO 項目名.
           MOVE 欠席フラグ TO 項目値.
           PERFORM 項目出力.
      *
       試験結果明細出力－ＥＸ.
       EXIT.
      *
      ***********************************
       資格台帳明細出力       SECTION.
      ***********************************
      *
           MOVE "資格台帳" TO 出所説明.
           PERFORM 出所明細見出し.
           MOVE "受験者ID" TO 項目名.
           MOVE 台帳受験者ID TO 項目値.
           PERFORM 項目出力.
           MOVE "合格試験回" TO 項目名.
           MOVE 台帳合格試験回 TO 項目値.
           PERFORM 項目出力.
           MOVE "合格日" TO 項目名.
           MOVE 台帳合格日 TO 項目値.
           PERFORM 項目出力.
           MOVE "有効期限日" TO 項目名.
           MOVE 台帳有効期限日 TO 項目値.
           PERFORM 項目出力.
           MOVE "状態区分" TO 項目名.
           MOVE 台帳状態区分 TO 項目値.
           PERFORM 項目出力.
      *
       資格台帳明細出力－ＥＸ.
       EXIT.
      *
      ***********************************
       連絡先抽出             SECTION.
      ***********************************
      *
      *  住所・連絡先マスタは受験者IDと学籍番号の両方で引く。
           MOVE "[連絡先]" TO 区分見出し.
           PERFORM 区分見出し出力.
           MOVE "ADRMST2006" TO 出所名.
           MOVE ZERO TO 出所件数.
           OPEN INPUT 住所マスタファイル.
           IF 住所状態 = "00"
             THEN
               MOVE "0" TO 終了ステータス
               PERFORM UNTIL 読込終了
                 READ 住所マスタファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     MOVE 対象区分 TO 検索区分
                     MOVE 対象コード TO 検索コード
                     PERFORM 照合検索
                     IF 該当照合番号 > ZERO
                       THEN
                         PERFORM 住所明細出力
                       ELSE
                         CONTINUE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 住所マスタファイル
               PERFORM 出所集計出力
             ELSE
               PERFORM 出所なし出力
           END-IF.
      *
       連絡先抽出－ＥＸ.
       EXIT.
      *
      ***********************************
       住所明細出力           SECTION.
      ***********************************
      *
           MOVE "住所・連絡先マスタ" TO 出所説明.
           PERFORM 出所明細見出し.
           MOVE "対象区分・対象コード" TO 項目名.
           MOVE SPACES TO 項目値.
           STRING 対象区分 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  対象コード DELIMITED BY SIZE
                  INTO 項目値.
           PERFORM 項目出力.
           MOVE "郵便番号" TO 項目名.
           MOVE 郵便番号 TO 項目値.
           PERFORM 項目出力.
           MOVE "住所" TO 項目名.
           MOVE 住所 TO 項目値.
           PERFORM 項目出力.
           MOVE "電話番号" TO 項目名.
           MOVE 電話番号 TO 項目値.
           PERFORM 項目出力.
           MOVE "メール希望区分" TO 項目名.
           MOVE メール希望区分 TO 項目値.
           PERFORM 項目出力.
           MOVE "メールアドレス" TO 項目名.
           MOVE メールアドレス TO 項目値.
           PERFORM 項目出力.
           MOVE "住所確認区分" TO 項目名.
           MOVE 住所確認区分 TO 項目値.
           PERFORM 項目出力.
           MOVE "不着登録日" TO 項目名.
           MOVE 不着登録日 TO 項目値.
           PERFORM 項目出力.
      *
       住所明細出力－ＥＸ.
       EXIT.
      *
      ***********************************
       学籍抽出               SECTION.
      ***********************************
      *
           MOVE "[学籍]" TO 区分見出し.
           PERFORM 区分見出し出力.
           MOVE "GAKUSEIMASTER" TO 出所名.
           MOVE ZERO TO 出所件数.
           OPEN INPUT 学生マスタファイル.
           IF 学生マスタ状態 = "00"
             THEN
               MOVE "0" TO 終了ステータス
               PERFORM UNTIL 読込終了
                 READ 学生マスタファイル
                   AT END
                     SET 読込終了 TO TRUE
                   NOT AT END
                     MOVE "G" TO 検索区分
                     MOVE マスタ学籍番号 TO 検索コード
                     PERFORM 照合検索
                     IF 該当照合番号 > ZERO
                       THEN
                         PERFORM 学生明細出力
                       ELSE
                         CONTINUE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE 学生マスタファイル
               PERFORM 出所集計出力
             ELSE
               PERFORM 出所なし出力
           END-IF.
      *
       学籍抽出－ＥＸ.
       EXIT.
      *
      ***********************************
       学生明細出力           SECTION.
      ***********************************
      *
           MOVE "学生マスタ" TO 出所説明.
           PERFORM 出所明細見出し.
           MOVE "学籍番号" TO 項目名.
           MOVE マスタ学籍番号 TO 項目値.
           PERFORM 項目出力.
           MOVE "氏名" TO 項目名.
           MOVE マスタ氏名 TO 項目値.
           PERFORM 項目出力.
           MOVE "在籍状況" TO 項目名.
           MOVE マスタ在籍状況 TO 項目値.
           PERFORM 項目出力.
           MOVE "クラス区分" TO 項目名.
           MOVE マスタクラス区分 TO 項目値.
           PERFORM 項目出力.
           MOVE "担任" TO 項目名.
           MOVE マスタ担任 TO 項目値.
           PERFORM 項目出力.
      *
       学生明細出力－ＥＸ.
       EXIT.
      *
      ***********************************
       対応出力               SECTION.
      ***********************************
      *
      *  照合に使った対応の行も本人のデータとして載せる。
           MOVE "[識別子の対応]" TO 区分見出し.
           PERFORM 区分見出し出力.
           MOVE "EMPJUKEN2006" TO 出所名.
           PERFORM 対応明細出力.
           MOVE "JUKENTAIOU2001" TO 出所名.
           PERFORM 対応明細出力.
      *
       対応出力－ＥＸ.
       EXIT.
      *
      ***********************************
       対応明細出力           SECTION.
      ***********************************
      *
           MOVE ZERO TO 出所件数.
           PERFORM VARYING 対応番号 FROM 1 BY 1
             UNTIL 対応番号 > 対応件数
             IF 表対応出所(対応番号) = 出所名
               THEN
                 MOVE 表対応区分１(対応番号)   TO 検索区分
                 MOVE 表対応コード１(対応番号)
                   TO 検索コード
                 PERFORM 照合検索
               ELSE
                 MOVE ZERO TO 該当照合番号
             END-IF
             IF 該当照合番号 > ZERO
               THEN
                 MOVE "識別子の対応" TO 出所説明
                 PERFORM 出所明細見出し
                 MOVE "対応" TO 項目名
                 MOVE SPACES TO 項目値
                 STRING 表対応区分１(対応番号)
                        DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        表対応コード１(対応番号)
                        DELIMITED BY SIZE
                        " - " DELIMITED BY SIZE
                        表対応区分２(対応番号)
                        DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        表対応コード２(対応番号)
                        DELIMITED BY SIZE
                        INTO 項目値
                 PERFORM 項目出力
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           PERFORM 出所集計出力.
      *
       対応明細出力－ＥＸ.
       EXIT.
      *
      ***********************************
       区分見出し出力         SECTION.
      ***********************************
      *
           MOVE SPACES TO 報告書行.
           MOVE 区分見出し TO 報告書行.
           WRITE 報告書レコード FROM 報告書行
             AFTER 2 LINE
           END-WRITE.
      *
       区分見出し出力－ＥＸ.
       EXIT.
      *
      ***********************************
       出所明細見出し         SECTION.
      ***********************************
      *
      *  本人のレコード1件ごとに出所ファイル名を添えて数える。
           ADD 1 TO 出所件数.
           ADD 1 TO 請求開示件数.
           MOVE SPACES TO 報告書行.
           STRING "  " DELIMITED BY SIZE
                  出所名 DELIMITED BY SPACE
                  "(" DELIMITED BY SIZE
                  出所説明 DELIMITED BY SPACE
                  ") " DELIMITED BY SIZE
                  出所件数 DELIMITED BY SIZE
                  "件目" DELIMITED BY SIZE
                  INTO 報告書行.
           WRITE 報告書レコード FROM 報告書行.
      *
       出所明細見出し－ＥＸ.
       EXIT.
      *
      ***********************************
       項目出力               SECTION.
      ***********************************
      *
           MOVE SPACES TO 報告書行.
           MOVE 項目名 TO 報告書行(7:30).
           MOVE ":" TO 報告書行(37:1).
           MOVE 項目値 TO 報告書行(39:80).
           WRITE 報告書レコード FROM 報告書行.
      *
       項目出力－ＥＸ.
       EXIT.
      *
      ***********************************
       出所集計出力           SECTION.
      ***********************************
      *
           MOVE SPACES TO 報告書行.
           STRING "  " DELIMITED BY SIZE
                  出所名 DELIMITED BY SPACE
                  " 該当:" DELIMITED BY SIZE
                  出所件数 DELIMITED BY SIZE
                  "件" DELIMITED BY SIZE
                  INTO 報告書行.
           WRITE 報告書レコード FROM 報告書行.
      *
       出所集計出力－ＥＸ.
       EXIT.
      *
      ***********************************
       出所なし出力           SECTION.
      ***********************************
      *
      *  ファイルが無ければ検索できなかったことを明記する。
           MOVE SPACES TO 報告書行.
           STRING "  " DELIMITED BY SIZE
                  出所名 DELIMITED BY SPACE
                  " ファイルなしのため未検索"
                  DELIMITED BY SIZE
                  INTO 報告書行.
           WRITE 報告書レコード FROM 報告書行.
      *
       出所なし出力－ＥＸ.
       EXIT.
      *
      ***********************************
       終了処理               SECTION.
      ***********************************
      *
           CLOSE 請求ファイル.
      *  処理した請求を再び受け付けないよう請求ファイルを空に
      *  する。
           OPEN OUTPUT 請求ファイル.
           CLOSE 請求ファイル.
           CLOSE 台帳ファイル.
           IF 人事部オープン = "Y"
             THEN
               CLOSE 人事部ファイル
             ELSE
               CONTINUE
           END-IF.
           IF 総務部オープン = "Y"
             THEN
               CLOSE 総務部ファイル
             ELSE
               CONTINUE
           END-IF.
           PERFORM ロック解放.
           DISPLAY "請求:" 請求件数
                   " 完了:" 完了件数
                   " 成績表待ち:" 成績待ち件数
                   " 却下:" 却下件数.
      *
           DISPLAY "***PRO2115 END***".
      *
       終了処理－ＥＸ.
       EXIT.
      *
      ***********************************
       ロック解放             SECTION.
      ***********************************
      *
           MOVE "R" TO ロック要求区分.
           MOVE "JINJIMASTER" TO ロック資源名.
           MOVE "PRO2115" TO ロック要求元.
           CALL "SUB9400" USING 排他制御情報
             ON EXCEPTION
               DISPLAY "サブルーチン呼出し失敗"
             NOT ON EXCEPTION
               CONTINUE
           END-CALL.
      *
       ロック解放－ＥＸ.
       EXIT.
      *
      ***********************************
       異常終了処理           SECTION.
      ***********************************
      *
      *  保持中のロックを残さないよう先に解放する。
           PERFORM ロック解放.
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
