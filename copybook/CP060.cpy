      *注 固定資産照会呼出し(SUB2019)の引き渡し情報。
      *注 照会区分 K:照会日付・照会区分コード・照会商品名・
      *注 照会値段の台帳明細が固定資産として計上済みなら
      *注 回答該当に"Y"を返す。N:月次償却額の集計(年月・
      *注 区分コード別)の照会番号番目を照会年月・照会区分
      *注 コード・回答償却額に返す。
      *注 回答状態 00:正常 10:該当なし・集計の範囲外
      *注 30:照会区分不正。
           05 照会区分        PIC X(01).
           05 照会日付        PIC 9(08).
           05 照会区分コード  PIC X(02).
           05 照会商品名      PIC X(38).
           05 照会値段        PIC 9(10).
           05 照会番号        PIC 9(04).
           05 照会年月        PIC 9(06).
           05 回答該当        PIC X(01).
           05 回答償却額      PIC 9(10).
           05 回答状態        PIC X(02).
