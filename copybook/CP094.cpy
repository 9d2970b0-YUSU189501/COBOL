      *注 連鎖ハッシュ付きの監査系ログの一覧。基本名・トレーラ
      *注 込みのレコード長・トレーラを付ける前のレコード長・
      *注 書き込むプログラム。ローテーション(PRO2036)・パージ
      *注 (PRO2068)・連鎖検証(PRO2122)が引く。
           05 連鎖ログ一覧値.
               07 FILLER      PIC X(18) VALUE "SHOKAI2005".
               07 FILLER      PIC 9(05) VALUE 116.
               07 FILLER      PIC 9(05) VALUE 100.
               07 FILLER      PIC X(08) VALUE "MAIN05".
               07 FILLER      PIC X(18) VALUE "MNTLOG2000".
               07 FILLER      PIC 9(05) VALUE 148.
               07 FILLER      PIC 9(05) VALUE 132.
               07 FILLER      PIC X(08) VALUE "PRO2071".
               07 FILLER      PIC X(18) VALUE "TEISEIKANSA2001".
               07 FILLER      PIC 9(05) VALUE 96.
               07 FILLER      PIC 9(05) VALUE 80.
               07 FILLER      PIC X(08) VALUE "DBPRO10".
               07 FILLER      PIC X(18)
                                 VALUE "SAISAITENKANSA2006".
               07 FILLER      PIC 9(05) VALUE 96.
               07 FILLER      PIC 9(05) VALUE 80.
               07 FILLER      PIC X(08) VALUE "PRO2052".
               07 FILLER      PIC X(18) VALUE "JNL2007".
               07 FILLER      PIC 9(05) VALUE 96.
               07 FILLER      PIC 9(05) VALUE 80.
               07 FILLER      PIC X(08) VALUE "PRO2021".
               07 FILLER      PIC X(18) VALUE "LOCKRELLOG2000".
               07 FILLER      PIC 9(05) VALUE 96.
               07 FILLER      PIC 9(05) VALUE 80.
               07 FILLER      PIC X(08) VALUE "PRO2070".
           05 連鎖ログ表 REDEFINES 連鎖ログ一覧値.
               07 連鎖ログエントリ OCCURS 6 TIMES.
                   09 表連鎖基本名    PIC X(18).
                   09 表連鎖レコード長 PIC 9(05).
                   09 表旧レコード長  PIC 9(05).
                   09 表連鎖書込元    PIC X(08).
           05 連鎖ログ数      PIC 9(02) VALUE 6.
