      *注 収入明細(SHUNYUIN2010フィード・SHUNYU2010台帳)の
      *注 レコード様式。収入区分 01:給与 02:賞与 03:事業・副業
      *注 04:年金 05:利子・配当 06:一時収入 09:その他。
      *注 差引支給額は総支給額から源泉徴収額を引いた手取り。
           05 収入日付        PIC 9(08).
           05 収入区分        PIC X(02).
               88 収入区分正常 VALUE "01" "02" "03" "04"
                                     "05" "06" "09".
      *   支払者(勤務先・支払元)。
           05 支払者          PIC X(30).
           05 総支給額        PIC 9(10).
           05 源泉徴収額      PIC 9(10).
           05 差引支給額      PIC 9(10).
           05 収入摘要        PIC X(20).
      *   締め後調整で振り替えた場合の元の年月。通常は0。
           05 収入調整元年月  PIC 9(06).
      *   入金先の支払口座(KOZAMST2010)の口座コード。未設定は
      *   空白。
           05 入金口座コード  PIC X(04).
