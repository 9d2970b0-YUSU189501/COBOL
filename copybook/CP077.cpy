      *注 権限確認呼出し(SUB2022)の引き渡し情報。
      *注 操作者・プログラム・操作区分・対象(マスタ名など)
      *注 を渡すと、操作者のロールに許された操作かを返す。
      *注 確認結果 00:許可 10:操作者未登録・無効 20:権限なし
      *注 30:操作者マスタ・権限表が読めない 35:操作者マスタ・
      *注 権限表が無い(初回登録前)。許可以外は拒否記録
      *注 (NINKALOG2010)に残る。許可したロールが返る。
           05 確認操作者      PIC X(08).
           05 確認プログラム  PIC X(08).
           05 確認操作区分    PIC X(01).
           05 確認対象        PIC X(16).
           05 確認結果        PIC X(02).
           05 確認ロール      PIC X(08).
