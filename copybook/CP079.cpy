      *注 権限表(KENGEN2010)のレコード様式。ロールごとに
      *注 使えるプログラムと操作区分・対象を1行ずつ持つ。
      *注 操作区分・対象の"*"はすべてを許す。対象の空白も
      *注 すべてとみなす。
           05 権限ロール      PIC X(08).
           05 権限プログラム  PIC X(08).
           05 権限操作区分    PIC X(01).
           05 権限対象        PIC X(16).
           05 権限説明        PIC X(30).
           05 FILLER          PIC X(37).
