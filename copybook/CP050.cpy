      *注 学籍異動取引(GAKUSEIIDOU2001)と発効待ちの保留
      *注 (GAKUSEIIDOUPEND2001)のレコード様式。
      *注 異動区分 1:入学 2:休学 3:復学 4:退学 5:クラス変更
      *注 6:担任変更。入学は氏名・クラス区分(任意)・担任
      *注 (任意)を、クラス変更は新クラス区分と担任(空白なら
      *注 新クラスの担任を引き継ぐ)を、担任変更はクラス区分と
      *注 新担任を持つ。担任変更は学籍番号が空白ならクラス全員、
      *注 学籍番号があればその学生だけを対象にする。
         03 異動学籍番号      PIC X(4).
         03 異動区分          PIC X(1).
           88 異動入学        VALUE "1".
           88 異動休学        VALUE "2".
           88 異動復学        VALUE "3".
           88 異動退学        VALUE "4".
           88 異動クラス変更  VALUE "5".
           88 異動担任変更    VALUE "6".
         03 異動発効日        PIC 9(8).
         03 異動氏名          PIC X(40).
         03 異動クラス区分    PIC X(2).
         03 異動担任          PIC X(20).
         03 異動理由          PIC X(20).
