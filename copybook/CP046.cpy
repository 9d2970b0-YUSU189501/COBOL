      *注 設問バンク(SETSUMONBANK2006)のレコード様式。
      *注 設問IDは試験回をまたいで変わらない設問の番号で、
      *注 科目・分野は出題委員会が登録する。使用回数は出題
      *注 された試験回の延べ数。使用履歴は直近10回分を試験回
      *注 の古い順に持ち、PRO2050が試験回ごとの設問番号・
      *注 解答数・正答率・識別力を書き込む。退役区分はPRO2091
      *注 が付ける(空白:継続 L:識別力不足 O:使用過多 B:両方)。
         03 バンク設問ID      PIC X(08).
         03 バンク科目        PIC X(10).
         03 バンク分野        PIC X(20).
         03 バンク使用回数    PIC 9(03).
         03 バンク累計解答数  PIC 9(07).
         03 バンク退役区分    PIC X(01).
         03 バンク使用履歴    OCCURS 10 TIMES.
           05 バンク履歴試験回  PIC 9(02).
           05 バンク履歴設問番号 PIC 9(03).
           05 バンク履歴解答数  PIC 9(05).
           05 バンク履歴正答率  PIC 9(03)V9.
           05 バンク履歴識別力  PIC S9(03)V9.
