      *注 社員名簿フィード(JINJIIN2004)の受領レコード様式。
      *注 CP006Aと同じ並びで、生年月日だけは和暦などの表記も
      *注 受けられるよう20桁の文字項目とする。検査ゲート
      *注 (PRO2025)が8桁西暦に直してCP006A様式のクリーン
      *注 ファイルへ渡す。
           05 従業員コード    PIC X(05).
           05 カンマＡ        PIC X(01).
           05 所属コード      PIC X(03).
           05 カンマＢ        PIC X(01).
           05 氏名            PIC X(20).
           05 カンマＣ        PIC X(01).
           05 フリガナ        PIC X(20).
           05 カンマＥ        PIC X(01).
           05 生年月日        PIC X(20).
           05 カンマＤ        PIC X(01).
           05 性別            PIC X(01).
