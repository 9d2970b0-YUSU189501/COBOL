      *  実績を年月・区分コードで突き合わせ、予算・実績・差異・
      *  消化率と年度累計を並べた予算実績対比レポートを作る。
      *  予算超過の行には超過マークを付ける。
      *  償却表示指定(SHOKYAKUSEL2010)が"1"のときは、固定資産
      *  として計上済みの購入を実績から除き、代わりに月次の
      *  償却額(SUB2019で照会)を実績に含める。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
           SELECT 版選択ファイル ASSIGN TO
             "/home/suzuki/DATA/YOSANSEL2010"
             FILE STATUS IS 版選択状態.
      *  固定資産を償却額で示すかの指定("1":償却額で示す)。
           SELECT 償却表示ファイル ASSIGN TO
             "/home/suzuki/DATA/SHOKYAKUSEL2010"
             FILE STATUS IS 償却表示状態.
      *  台帳は年月分割後、カタログを介して対象期間の分割
      *  ファイルとRYOSYUSHO1(当期未分割分)を切り替えて読む。
           SELECT 領収書ファイル ASSIGN TO DYNAMIC 台帳名
       FD  版選択ファイル.
       01  版選択レコード.
         03 選択版指定        PIC X(1).
       FD  償却表示ファイル.
       01  償却表示レコード.
         03 償却表示指定      PIC X(1).
       FD  領収書ファイル.
       01  領収書レコード.
           COPY CP014.
           05 版選択状態      PIC X(2).
           05 領収状態        PIC X(2).
           05 レポート状態    PIC X(2).
           05 償却表示状態    PIC X(2).
      *  対比する版。"1"は当初版(版履歴の版番号1)を使う。
       01  版選択指定         PIC X(1) VALUE SPACE.
           88 当初版対比      VALUE "1".
      *  "1"は固定資産の購入を償却額に置き換えて示す。
       01  償却表示区分       PIC X(1) VALUE SPACE.
           88 償却額表示      VALUE "1".
      *  固定資産照会呼出し(SUB2019)への引き渡し情報。
       01  固定資産照会情報.
           COPY CP060.
       01  終了ステータス     PIC X(1).
           88 読込終了        VALUE "1".
      *  分割台帳の走査制御。カタログが無い場合は従来どおり
             ELSE
               CONTINUE
           END-IF.
      *  固定資産の示し方の指定を読む。無ければ購入額で示す。
           OPEN INPUT 償却表示ファイル.
           IF 償却表示状態 = "00"
             THEN
               READ 償却表示ファイル
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE 償却表示指定 TO 償却表示区分
               END-READ
               CLOSE 償却表示ファイル
             ELSE
               CONTINUE
           END-IF.
           IF 償却額表示
             THEN
               DISPLAY "固定資産は償却額で示します。"
             ELSE
               CONTINUE
           END-IF.
           IF 当初版対比
             THEN
               DISPLAY "当初版(版番号1)と対比します。"
           MOVE "/home/suzuki/DATA/RYOSYUSHO1"
             TO 台帳名.
           PERFORM 台帳1本走査.
           IF 償却額表示
             THEN
               PERFORM 償却額積み上げ
             ELSE
               CONTINUE
           END-IF.
      *
       実績集計－ＥＸ.
       EXIT.
       明細積み上げ           SECTION.
      ***********************************
      *
      *  償却額で示すときは固定資産に計上済みの購入を除く。
           IF 償却額表示
             THEN
               MOVE "K" TO 照会区分
               MOVE 日付 OF 領収書レコード TO 照会日付
               MOVE 区分コード OF 領収書レコード
                 TO 照会区分コード
               MOVE 商品名 OF 領収書レコード
                 TO 照会商品名
               MOVE 値段 OF 領収書レコード TO 照会値段
               CALL "SUB2019" USING 固定資産照会情報
               IF 回答該当 = "Y"
                 THEN
                   GO TO 明細積み上げ－ＥＸ
                 ELSE
                   CONTINUE
               END-IF
             ELSE
               CONTINUE
           END-IF.
           IF 取引区分 OF 領収書レコード = "2"
             THEN
               COMPUTE 明細金額 =
       明細積み上げ－ＥＸ.
       EXIT.
      *
      ***********************************
       償却額積み上げ         SECTION.
      ***********************************
      *
      *  対象期間の月次償却額を年月・区分で予算テーブルへ
      *  積み上げる。予算の無いものは予算外実績にまとめる。
           MOVE "00" TO 回答状態.
           PERFORM VARYING 照会番号 FROM 1 BY 1
             UNTIL 回答状態 NOT = "00"
             MOVE "N" TO 照会区分
             CALL "SUB2019" USING 固定資産照会情報
             IF 回答状態 = "00"
                AND 照会年月 >= 範囲開始年月
                AND 照会年月 <= 範囲終了年月
               THEN
                 PERFORM 償却額1件積み上げ
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
      *
       償却額積み上げ－ＥＸ.
       EXIT.
      *
      ***********************************
       償却額1件積み上げ      SECTION.
      ***********************************
      *
           MOVE ZERO TO 予算番号.
           PERFORM VARYING 集計番号 FROM 1 BY 1
             UNTIL 集計番号 > 予算件数
             IF 表年月(集計番号) = 照会年月
                AND 表区分コード(集計番号) =
                    照会区分コード
               THEN
                 MOVE 集計番号 TO 予算番号
                 MOVE 予算件数 TO 集計番号
               ELSE
                 CONTINUE
             END-IF
           END-PERFORM.
           IF 予算番号 = ZERO
             THEN
               ADD 回答償却額 TO 予算外実績
             ELSE
               ADD 回答償却額 TO 表実績額(予算番号)
           END-IF.
      *
       償却額1件積み上げ－ＥＸ.
       EXIT.
      *
      ***********************************
       レポート出力           SECTION.
      ***********************************
