      *注 人事マスタ抽出フィード(JINJIMST2007)の受領レコード
      *注 様式。CP028と同じ並びで、生年月日・入社年月日は和暦
      *注 などの表記も受けられるよう20桁の文字項目とする。
      *注 検査ゲート(PRO2025)が8桁西暦に直してCP028様式の
      *注 クリーンファイルへ渡す。
           05 部署区分        PIC X(01).
           05 社員コード      PIC X(05).
           05 氏名            PIC X(40).
           05 フリガナ        PIC X(40).
           05 生年月日        PIC X(20).
           05 入社年月日      PIC X(20).
           05 在籍状態区分    PIC X(01).
