      *注 奨学生マスタ(SHOGAKUSEI2001)のレコード様式。
      *注 奨学生1名1件。種別ごとの継続基準は継続基準ファイル
      *注 (SHOGAKUKIJUN2001)に持ち、個別継続GPA・個別継続
      *注 出席率がゼロでなければその学生だけ基準を読み替える。
      *注 審査結果・審査年度・審査学期・連続警告回数は学期末の
      *注 継続審査(dbpro13)が書き込む。審査前警告回数は同じ
      *注 学期の再審査で警告を重ねて数えないための控え。
         03 奨学生学籍番号    PIC X(4).
         03 奨学金種別        PIC X(2).
         03 支給開始年度      PIC 9(4).
         03 支給開始学期      PIC 9(1).
         03 個別継続ＧＰＡ    PIC 9V99.
         03 個別継続出席率    PIC 9(3).
      *注 審査結果 空白:未審査 C:継続 W:警告 S:停止。
         03 審査結果          PIC X(1).
           88 審査継続        VALUE "C".
           88 審査警告        VALUE "W".
           88 審査停止        VALUE "S".
         03 審査年度          PIC 9(4).
         03 審査学期          PIC 9(1).
         03 連続警告回数      PIC 9(1).
         03 審査前警告回数    PIC 9(1).
         03 FILLER            PIC X(5).
