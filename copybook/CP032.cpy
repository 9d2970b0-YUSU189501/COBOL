      *注 組織階層マスタ(SOSHIKI2000)のレコード様式。
      *注 所属コード(課)ごとに上位の部・本部を持つ。
           05 マスタ所属コード PIC X(03).
           05 マスタ所属名     PIC X(20).
           05 マスタ部コード   PIC X(03).
           05 マスタ部名       PIC X(20).
           05 マスタ本部コード PIC X(03).
           05 マスタ本部名     PIC X(20).
