      *注 発送登録呼出し(SUB2023)の引き渡し情報。
      *注 発送要求区分 R:発送台帳(HASSO2010)へ登録。
      *注 文書区分 GT:合格通知 SS:成績通知書 KK:学業警告通知
      *注 KA:資格更新案内 JH:受験票。対象区分 J:受験者ID
      *注 G:学籍番号。郵便番号・住所が空白のときは住所マスタ
      *注 (ADRMST2006)から引いて返す。
      *注 発送登録状態 00:正常 10:住所マスタ未登録(登録
      *注 しない) 20:住所不審(登録はする) 30:台帳異常
      *注 40:要求区分不正。
           05 発送要求区分    PIC X(01).
           05 登録文書区分    PIC X(02).
           05 登録対象区分    PIC X(01).
           05 登録対象コード  PIC X(06).
           05 登録宛名        PIC X(40).
           05 登録郵便番号    PIC X(07).
           05 登録住所        PIC X(60).
           05 登録プログラム  PIC X(08).
           05 発送登録状態    PIC X(02).
