             "/home/suzuki/DATA/SAITENRPT2006"
             FILE STATUS IS レポート状態.
      *  設問別の解答・配点の明細ファイル。採点結果と同時に
      *  届き、取り込みは台帳への追記で行う。選んだ選択肢も
      *  持ち、PRO2090の答案類似調査が使う。
           SELECT 設問明細ファイル ASSIGN TO
             "/home/suzuki/DATA/SETSUMON2006"
             FILE STATUS IS 設問状態.
           05 明細設問番号    PIC 9(03).
           05 明細配点        PIC 9(03).
           05 明細得点        PIC 9(03).
      *  受験者が選んだ解答の選択肢。無解答は空白。
           05 明細解答        PIC X(01).
       FD  設問台帳ファイル.
       01  設問台帳レコード.
           05 台帳試験回      PIC 9(02).
           05 台帳設問番号    PIC 9(03).
           05 台帳配点        PIC 9(03).
           05 台帳得点        PIC 9(03).
           05 台帳解答        PIC X(01).
       WORKING-STORAGE        SECTION.
       01  状態.
           05 結果状態        PIC X(2).
                       TO 台帳設問番号
                     MOVE 明細配点   TO 台帳配点
                     MOVE 明細得点   TO 台帳得点
                     MOVE 明細解答   TO 台帳解答
                     WRITE 設問台帳レコード
                     ADD 1 TO 設問取込件数
                 END-READ
