      *注 昇降格取引(SHOKAKU2001)・昇降格保留キュー
      *注 (SHOKAKUPEND2001)のレコード様式。
      *注 処理区分 N:新規格付け P:昇格 D:降格 Y:役職のみ変更。
      *注 等級は1～9で数字が大きいほど上位。
      *注 発効日が実行日より先の取引は保留キューへ溜め、発効日
      *注 当日の夜間に適用する。発効日0は即日適用を意味する。
         03 昇格処理区分      PIC X(1).
         03 昇格従業員コード  PIC X(5).
         03 新役職コード      PIC X(2).
         03 新等級            PIC 9(2).
         03 昇格発効日        PIC 9(8).
      *注 発令番号。履歴に写し、発令簿と突き合わせる。
         03 発令番号          PIC X(8).
