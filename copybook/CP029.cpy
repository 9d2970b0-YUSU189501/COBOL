      *注 年次有給休暇台帳(YUKYUDAI2007)のレコード様式。
      *注 社員1名につき1レコード。付与は入社6か月後に10日、
      *注 以後1年ごとに法定の日数を付与する。付与日から2年で
      *注 時効となるため、残日数は当期・前期の2区分だけを持つ。
      *注 日数は半日単位(小数1桁)で持つ。
         03 有休社員コード    PIC X(5).
      *注 部署区分 J:人事部 S:総務部。
         03 有休部署区分      PIC X(1).
         03 有休入社年月日    PIC 9(8).
      *注 これまでの付与回数。0は初回付与前。
         03 付与回数          PIC 9(2).
         03 当期付与日        PIC 9(8).
         03 次回付与日        PIC 9(8).
         03 当期付与日数      PIC 9(2)V9.
         03 当期残日数        PIC 9(2)V9.
      *注 前期付与分は次回付与日に時効で失効する。
         03 前期付与日        PIC 9(8).
         03 前期残日数        PIC 9(2)V9.
      *注 当期付与日以降の取得日数。年5日の取得義務の判定に使う。
         03 当期取得日数      PIC 9(2)V9.
         03 失効累計          PIC 9(3)V9.
         03 有休更新日        PIC 9(8).
