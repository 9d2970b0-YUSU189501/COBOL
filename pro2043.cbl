         03 スナップ人事数    PIC 9(5).
         03 スナップ総務数    PIC 9(5).
         03 スナップ合計      PIC 9(5).
      *  末尾16バイトは連鎖ハッシュのトレーラ(CP093)。
       FD  ジャーナルファイル.
       01  ジャーナルレコード PIC X(96).
       FD  異動履歴ファイル.
       01  異動履歴レコード.
         03 履歴発効日        PIC 9(8).
