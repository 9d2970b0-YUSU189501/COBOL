      *注 領収書ファイル(RYOSYUSHO1)のレコード様式。
      *注 区分コード"99"は集計トレーラ行。
      *注 従来の様式(119バイト)のファイルは様式変換
      *注 (PRO2123)で書き換える。
           05 日付            PIC 9(08).
           05 カンマ1         PIC X(01).
           05 区分コード      PIC X(02).
           05 適用税率        PIC 9(02)V9.
      *   締め後調整で振り替えた場合の元の年月。通常は0。
           05 調整元年月      PIC 9(06).
      *   外貨建ての購入の通貨コード・外貨金額と、値段への換算に
      *   使った為替レート(外貨1単位の円)。円建ては空白・0。
           05 通貨コード      PIC X(03).
           05 外貨金額        PIC 9(09)V99.
           05 換算レート      PIC 9(04)V9(04).
      *   証憑索引(SHOHYO2010)の証憑番号。入力の番号をそのまま
      *   持つ。未スキャンは空白。
           05 証憑番号        PIC X(12).
      *   支払に使った支払口座(KOZAMST2010)の口座コード。入力の
      *   コードをそのまま持つ。未設定は空白。
           05 支払口座コード  PIC X(04).
