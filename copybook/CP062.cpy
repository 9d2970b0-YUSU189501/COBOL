      *注 台帳訂正履歴(TEISEI2010)のレコード様式。台帳明細の
      *注 訂正・削除・返品・期間調整のたびに、元の明細(訂正前)
      *注 と訂正後の明細を訂正日付きで1件残す。削除は訂正後明細
      *注 が空白、返品は訂正前明細が空白となる。
      *注 訂正区分 C:訂正 D:削除 R:返品 A:期間調整。
           05 訂正日          PIC 9(08).
           05 訂正区分        PIC X(01).
               88 訂正区分正常 VALUE "C" "D" "R" "A".
           05 訂正証憑番号    PIC X(12).
           05 訂正前明細      PIC X(157).
           05 訂正後明細      PIC X(157).
           05 FILLER          PIC X(03).
