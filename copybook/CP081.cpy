      *注 開示請求(KAIJIIN2010)のレコード様式。本人からの
      *注 保有個人データの開示請求を1件1行で受け付ける。
      *注 識別区分 E:社員コード J:受験者ID G:学籍番号。
      *注 識別コードは左詰め。受付日0は処理日を受付日とする。
           05 請求受付日      PIC 9(08).
           05 請求識別区分    PIC X(01).
               88 請求社員    VALUE "E".
               88 請求受験者  VALUE "J".
               88 請求学生    VALUE "G".
           05 請求識別コード  PIC X(06).
           05 請求者名        PIC X(40).
           05 請求受付者      PIC X(08).
           05 FILLER          PIC X(37).
