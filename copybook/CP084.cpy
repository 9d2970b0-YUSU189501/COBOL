      *注 発送台帳(HASSO2010)のレコード様式。
      *注 郵送した通知1通を1件で記録する。文書区分・対象区分は
      *注 CP083と同じ。住所は発送時点の写し。
      *注 発送状態 空白:発送済 F:不着で返送。PRO2116が不着の
      *注 取引で不着日・不着理由とともに記録する。
           05 発送日          PIC 9(08).
           05 発送時刻        PIC 9(06).
           05 発送文書区分    PIC X(02).
               88 合格通知文書  VALUE "GT".
               88 成績通知文書  VALUE "SS".
               88 警告通知文書  VALUE "KK".
               88 更新案内文書  VALUE "KA".
               88 受験票文書    VALUE "JH".
           05 発送対象区分    PIC X(01).
           05 発送対象コード  PIC X(06).
           05 発送宛名        PIC X(40).
           05 発送郵便番号    PIC X(07).
           05 発送住所        PIC X(60).
           05 発送プログラム  PIC X(08).
           05 発送状態        PIC X(01).
               88 発送済      VALUE SPACE.
               88 発送不着    VALUE "F".
           05 不着日          PIC 9(08).
           05 不着理由        PIC X(20).
           05 FILLER          PIC X(13).
