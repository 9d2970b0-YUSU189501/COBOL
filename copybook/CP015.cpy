      *   医療を受けた人などを区別する家族員区分(1:本人
      *   2:配偶者 3:子 4:親 9:その他。空白は本人扱い)。
           05 家族員区分      PIC X(01).
      *   外貨建ての購入は通貨コード(USD・EURなど)と外貨での
      *   金額を入れる。円建ては空白。値段はPRO2010が取り込み
      *   時に為替レートマスタ(KAWASE2010)で円に換算する。
           05 通貨コード      PIC X(03).
           05 外貨金額        PIC 9(09)V99.
      *   スキャンした領収書の証憑番号。証憑索引(SHOHYO2010)の
      *   番号で、画像ファイルとの対応に使う。未スキャンは空白。
           05 証憑番号        PIC X(12).
      *   支払に使った現金・銀行口座・カードの口座コード。支払
      *   口座マスタ(KOZAMST2010)のコード。未設定は空白。
           05 支払口座コード  PIC X(04).
