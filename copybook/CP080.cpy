      *注 権限拒否記録(NINKALOG2010)のレコード様式。
      *注 権限確認(SUB2022)で拒否した操作を1行ずつ追記する。
           05 拒否日          PIC 9(08).
           05 拒否時刻        PIC 9(06).
           05 拒否操作者      PIC X(08).
           05 拒否プログラム  PIC X(08).
           05 拒否操作区分    PIC X(01).
           05 拒否対象        PIC X(16).
           05 拒否結果        PIC X(02).
           05 FILLER          PIC X(51).
