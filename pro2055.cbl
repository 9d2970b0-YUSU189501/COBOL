      *  個人別の受験履歴と受験回数別の合格率(経年分析)を
      *  照会レポート(JUKENRPT2006)へ書き出す。回をまたいで
      *  同一人物を追うための台帳で、毎回の結果確定後に流す。
      *  申込書の受験者属性(JUKENZOKUSEI2006)があれば生年月日と
      *  連絡先をマスタへ反映する。名寄せ(PRO2087)で統合された
      *  重複IDの受験結果は存続側の受験者IDの履歴へ積み、統合
      *  済の重複IDは照会と経年分析から除く。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
      *  受験者ID・氏名・初回登録日・生年月日・連絡先の
      *  受験者マスタ。
           SELECT 受験者マスタファイル ASSIGN TO
             "/home/suzuki/DATA/JUKENSHAMST2006"
             FILE STATUS IS マスタ状態.
           SELECT 受験履歴ファイル ASSIGN TO
             "/home/suzuki/DATA/JUKENREKI2006"
             FILE STATUS IS 履歴状態.
      *  申込書から起こした受験者の生年月日・連絡先。
           SELECT 受験者属性ファイル ASSIGN TO
             "/home/suzuki/DATA/JUKENZOKUSEI2006"
             FILE STATUS IS 属性状態.
      *  PRO2025の検査を通った受験者名簿。
           SELECT 名簿ファイル ASSIGN TO
             "/home/suzuki/DATA/SHIKENMEIBOC"
       FILE                   SECTION.
       FD  受験者マスタファイル.
       01  受験者マスタレコード.
           COPY CP045.
       FD  受験履歴ファイル.
       01  受験履歴レコード.
         03 履歴受験者ID      PIC X(6).
         03 履歴試験回        PIC 9(2).
      *  合否区分 P:合格 F:不合格 K:欠席。
         03 履歴合否区分      PIC X(1).
      *  生年月日ゼロ・連絡先空白の項目はマスタを変えない。
       FD  受験者属性ファイル.
       01  受験者属性レコード.
         03 属性受験者ID      PIC X(6).
         03 属性生年月日      PIC 9(8).
         03 属性郵便番号      PIC X(7).
         03 属性電話番号      PIC X(13).
       FD  名簿ファイル.
       01  名簿レコード.
           COPY CP008.
       01  状態.
         03 マスタ状態        PIC X(2).
         03 履歴状態          PIC X(2).
         03 属性状態          PIC X(2).
         03 名簿状態          PIC X(2).
         03 結果状態          PIC X(2).
         03 合格状態          PIC X(2).
           05 表受験者ID      PIC X(6).
           05 表受験者名      PIC X(20).
           05 表初回登録日    PIC 9(8).
           05 表生年月日      PIC 9(8).
           05 表郵便番号      PIC X(7).
           05 表電話番号      PIC X(13).
           05 表統合先ID      PIC X(6).
      *  受験履歴の読み込みテーブル。
       01  履歴テーブルエリア.
         03 履歴件数          PIC 9(4) VALUE ZERO.
         03 回数別エントリ    OCCURS 10 TIMES.
           05 表回数受験者数  PIC 9(5).
           05 表回数合格者数  PIC 9(5).
      *  履歴へ積む受験者ID。統合済の重複IDは存続側に替える。
       01  履歴対象ID         PIC X(6).
       01  個人受験回数       PIC 9(2).
       01  個人合格フラグ     PIC X(1).
       01  合格率             PIC 9(3)V9.
       01  集計エリア.
         03 新規登録件数      PIC 9(5) VALUE ZERO.
         03 履歴追加件数      PIC 9(5) VALUE ZERO.
         03 属性反映件数      PIC 9(5) VALUE ZERO.
         03 属性未登録件数    PIC 9(5) VALUE ZERO.
         03 統合振替件数      PIC 9(5) VALUE ZERO.
       01  レポート行         PIC X(80).
      *  異常終了ログ呼出し(SUB9000)への引き渡し情報。
       01  異常終了情報.
           PERFORM 初期処理.
      *
           PERFORM マスタ登録.
      *
           PERFORM 属性反映.
      *
           PERFORM 履歴蓄積.
      *
                           TO 表受験者名(マスタ件数)
                         MOVE マスタ初回登録日
                           TO 表初回登録日(マスタ件数)
                         MOVE マスタ生年月日
                           TO 表生年月日(マスタ件数)
                         MOVE マスタ郵便番号
                           TO 表郵便番号(マスタ件数)
                         MOVE マスタ電話番号
                           TO 表電話番号(マスタ件数)
                         MOVE マスタ統合先ID
                           TO 表統合先ID(マスタ件数)
                       ELSE
                         MOVE "PRO2055"
                           TO 発生プログラム名
                     TO 表受験者名(マスタ件数)
                   MOVE 実行日
                     TO 表初回登録日(マスタ件数)
                   MOVE ZERO TO 表生年月日(マスタ件数)
                   MOVE SPACES TO 表郵便番号(マスタ件数)
                                  表電話番号(マスタ件数)
                                  表統合先ID(マスタ件数)
                   ADD 1 TO 新規登録件数
                 ELSE
                   MOVE "PRO2055" TO 発生プログラム名
       新規登録判定－ＥＸ.
       EXIT.
      *
      ***********************************
       属性反映               SECTION.
      ***********************************
      *
      *  受験者属性の生年月日・連絡先をマスタへ反映する。
      *  マスタに無い受験者IDは件数だけ数えて読み飛ばす。
      *  属性ファイルが無い日は反映なしで続行する。
           MOVE "0" TO 終了ステータス.
           OPEN INPUT 受験者属性ファイル.
           IF 属性状態 NOT = "00"
             THEN
               GO TO 属性反映－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           PERFORM UNTIL 読込終了
             READ 受験者属性ファイル
               AT END
                 SET 読込終了 TO TRUE
               NOT AT END
                 PERFORM 属性項目反映
             END-READ
           END-PERFORM.
           CLOSE 受験者属性ファイル.
      *
       属性反映－ＥＸ.
       EXIT.
      *
      ***********************************
       属性項目反映           SECTION.
      ***********************************
      *
           MOVE ZERO TO 該当マスタ番号.
           PERFORM VARYING マスタ番号 FROM 1 BY 1
             UNTIL マスタ番号 > マスタ件数
             IF 表受験者ID(マスタ番号) = 属性受験者ID
               THEN
                 MOVE マスタ番号 TO 該当マスタ番号
                 MOVE マスタ件数 TO マスタ番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 該当マスタ番号 = ZERO
             THEN
               ADD 1 TO 属性未登録件数
               GO TO 属性項目反映－ＥＸ
             ELSE
               CONTINUE
           END-IF.
           IF 属性生年月日 IS NUMERIC
              AND 属性生年月日 NOT = ZERO
             THEN
               MOVE 属性生年月日
                 TO 表生年月日(該当マスタ番号)
             ELSE
               CONTINUE
           END-IF.
           IF 属性郵便番号 NOT = SPACES
             THEN
               MOVE 属性郵便番号
                 TO 表郵便番号(該当マスタ番号)
             ELSE
               CONTINUE
           END-IF.
           IF 属性電話番号 NOT = SPACES
             THEN
               MOVE 属性電話番号
                 TO 表電話番号(該当マスタ番号)
             ELSE
               CONTINUE
           END-IF.
           ADD 1 TO 属性反映件数.
      *
       属性項目反映－ＥＸ.
       EXIT.
      *
      ***********************************
       履歴蓄積               SECTION.
      ***********************************
       履歴追加判定           SECTION.
      ***********************************
      *
      *  名寄せで統合済の重複IDなら存続側の受験者IDへ積む。
           MOVE 受験者ID OF 試験結果レコード
             TO 履歴対象ID.
           PERFORM VARYING マスタ番号 FROM 1 BY 1
             UNTIL マスタ番号 > マスタ件数
             IF 表受験者ID(マスタ番号) = 履歴対象ID
               THEN
                 IF 表統合先ID(マスタ番号) NOT = SPACES
                   THEN
                     MOVE 表統合先ID(マスタ番号)
                       TO 履歴対象ID
                   ELSE
                     CONTINUE
                 END-IF
                 MOVE マスタ件数 TO マスタ番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           MOVE ZERO TO 該当履歴番号.
           PERFORM VARYING 履歴番号 FROM 1 BY 1
             UNTIL 履歴番号 > 履歴件数
             IF 表履歴受験者ID(履歴番号) =
                履歴対象ID
                AND 表履歴試験回(履歴番号) =
                    試験回 OF 試験結果レコード
               THEN
           IF 履歴件数 < 2000
             THEN
               ADD 1 TO 履歴件数
               MOVE 履歴対象ID
                 TO 表履歴受験者ID(履歴件数)
               IF 履歴対象ID NOT =
                  受験者ID OF 試験結果レコード
                 THEN
                   ADD 1 TO 統合振替件数
                 ELSE
                   CONTINUE
               END-IF
               MOVE 試験回 OF 試験結果レコード
                 TO 表履歴試験回(履歴件数)
               IF 欠席フラグ OF 試験結果レコード = "1"
               TO マスタ受験者名
             MOVE 表初回登録日(マスタ番号)
               TO マスタ初回登録日
             MOVE 表生年月日(マスタ番号)
               TO マスタ生年月日
             MOVE 表郵便番号(マスタ番号)
               TO マスタ郵便番号
             MOVE 表電話番号(マスタ番号)
               TO マスタ電話番号
             MOVE 表統合先ID(マスタ番号)
               TO マスタ統合先ID
             WRITE 受験者マスタレコード
           END-PERFORM.
           CLOSE 受験者マスタファイル.
           MOVE "個人別受験履歴" TO レポート行.
           WRITE 照会レポートレコード FROM レポート行.
           INITIALIZE 分析テーブルエリア.
      *  統合済の重複IDの履歴は存続側へ移っているので除く。
           PERFORM VARYING マスタ番号 FROM 1 BY 1
             UNTIL マスタ番号 > マスタ件数
             IF 表統合先ID(マスタ番号) = SPACES
               THEN
                 PERFORM 個人履歴出力
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *  経年分析。受験回数別の受験者数と合格率を出す。
           MOVE SPACES TO レポート行.
      *
           DISPLAY "新規登録:" 新規登録件数
                   " 履歴追加:" 履歴追加件数.
           DISPLAY "属性反映:" 属性反映件数
                   " 属性未登録:" 属性未登録件数
                   " 統合振替:" 統合振替件数.
      *
           DISPLAY "***PRO2055 END***".
      *
