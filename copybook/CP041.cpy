      *注 内定者ファイル(NAITEI2007)のレコード様式。
      *注 部署区分 J:人事部 S:総務部。採番社員コードが空白の
      *注 内定者は未採番で、入社予定日の所定営業日前になると
      *注 PRO2086が社員コードを採番して採番日とともに入れる。
         03 内定番号          PIC X(6).
         03 内定部署区分      PIC X(1).
         03 内定氏名          PIC X(40).
         03 内定フリガナ      PIC X(40).
         03 内定生年月日      PIC 9(8).
         03 入社予定日        PIC 9(8).
         03 採番社員コード    PIC X(5).
         03 採番日            PIC 9(8).
