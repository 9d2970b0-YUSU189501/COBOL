      *注 連鎖ハッシュ呼出し(SUB2025)の引き渡し情報。
      *注 監査系のログは各レコードの末尾16バイトに連鎖区分と
      *注 連鎖ハッシュを持つ。ハッシュは直前のレコードの
      *注 ハッシュと本文・連鎖区分から求めるので、途中の
      *注 レコードを書き換え・削除すると以後の連鎖が合わなく
      *注 なる。ローテーション・パージで切り出したときは、残る
      *注 ログの先頭に引継レコード(連鎖区分C)を置き、切り出し
      *注 先の最終ハッシュをそのまま持ち越す。
      *注 連鎖要求区分 O:ログ(連鎖ファイル名)の最終レコード
      *注 から連鎖前ハッシュを得る。H:連鎖レコードの末尾に
      *注 連鎖トレーラを付け、連鎖前ハッシュを進める。
      *注 C:引継レコードのトレーラを付ける(連鎖前ハッシュを
      *注 そのまま持つ)。V:連鎖レコードのトレーラを連鎖前
      *注 ハッシュから検証し、連鎖前ハッシュを記録の値へ
      *注 進める。T:トレーラを連鎖区分・連鎖ハッシュへ取り
      *注 出すだけ。
      *注 連鎖結果 00:正常 10:ログなし・空(前ハッシュはゼロ)
      *注 20:最終レコードが連鎖前の様式(前ハッシュはゼロ)
      *注 30:ハッシュ不一致 40:トレーラなし(連鎖前の様式)
      *注 90:要求区分・レコード長の誤り。
      *注 連鎖レコード長はトレーラを含むレコード長(17～200)。
           05 連鎖要求区分    PIC X(01).
           05 連鎖ファイル名  PIC X(30).
           05 連鎖レコード長  PIC 9(05).
           05 連鎖結果        PIC X(02).
           05 連鎖前ハッシュ  PIC 9(15).
           05 連鎖区分        PIC X(01).
               88 連鎖通常    VALUE "H".
               88 連鎖引継    VALUE "C".
           05 連鎖ハッシュ    PIC 9(15).
           05 連鎖レコード    PIC X(200).
      *注 引継レコードの本文。見出しで始まり日付で始まらない
      *注 ので、日付で絞り込む既存の読み手は読み飛ばす。
           05 連鎖引継様式 REDEFINES 連鎖レコード.
               07 引継見出し      PIC X(12).
               07 FILLER          PIC X(01).
               07 引継日付        PIC 9(08).
               07 FILLER          PIC X(01).
               07 引継元ファイル名 PIC X(40).
               07 FILLER          PIC X(01).
               07 引継件数        PIC 9(07).
               07 FILLER          PIC X(130).
