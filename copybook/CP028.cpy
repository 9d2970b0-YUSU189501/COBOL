      *注 人事マスタ抽出ファイル(JINJIMST2007)のレコード様式。
      *注 人事部・総務部ファイル(JINJI2007/SOUMU2007)の作成元
      *注 となる人事マスタからの抽出。部署区分 J:人事部
      *注 S:総務部。在籍状態区分 1:在籍 2:休職 3:退職予定
      *注 (空白は在籍扱い)。
           05 部署区分        PIC X(01).
           05 社員コード      PIC X(05).
           05 氏名            PIC X(40).
           05 フリガナ        PIC X(40).
           05 生年月日        PIC 9(08).
           05 入社年月日      PIC 9(08).
           05 在籍状態区分    PIC X(01).
