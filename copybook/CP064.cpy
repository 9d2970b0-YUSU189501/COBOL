      *注 支払口座マスタ(KOZAMST2010)のレコード様式。現金・
      *注 銀行口座・カードを1件ずつ口座コードで登録する。
      *注 口座種別 1:現金 2:銀行口座 3:カード。
      *注 開始残高は開始日の朝の残高。カードは未払額を負の
      *注 残高で持つ。
           05 口座コード      PIC X(04).
           05 口座種別        PIC X(01).
               88 現金口座    VALUE "1".
               88 銀行口座    VALUE "2".
               88 カード口座  VALUE "3".
               88 口座種別正常 VALUE "1" "2" "3".
           05 口座名          PIC X(30).
           05 開始日          PIC 9(08).
           05 開始残高        PIC S9(11).
           05 FILLER          PIC X(06).
