      *注 住所・連絡先マスタ(ADRMST2006)のレコード様式。
      *注 対象区分 J:受験者ID G:学籍番号。対象コードは左詰めで
      *注 学籍番号(4桁)は残りを空白とする。
      *注 メール希望区分 Y:通知をメールで受け取る B:配信不能の
      *注 ため郵送へ戻した 空白:郵送。PRO2093が配信不能の連絡
      *注 を受けてYをBに変える。
      *注 住所確認区分 空白:確認済 S:郵便が不着で戻り住所不審。
      *注 PRO2116が不着の取引でSにし、住所訂正の取引で空白に
      *注 戻す。不着登録日はSにした日。
      *注 従来の様式(87バイト)のファイルは様式変換
      *注 (PRO2123)で書き換える。
         03 対象区分          PIC X(01).
         03 対象コード        PIC X(06).
         03 郵便番号          PIC X(07).
         03 住所              PIC X(60).
         03 電話番号          PIC X(13).
         03 メール希望区分    PIC X(01).
         03 メールアドレス    PIC X(60).
         03 住所確認区分      PIC X(01).
             88 住所不審      VALUE "S".
         03 不着登録日        PIC 9(08).
