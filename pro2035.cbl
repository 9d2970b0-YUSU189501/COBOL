       PROGRAM-ID.            PRO2035.
      *  月次締めプログラム。締め対象年月の指示ファイルを読み、
      *  締め制御ファイル(CLOSE2010)へ締め済み年月として登録
      *  する。登録済みの年月のRYOSYUSHOIN2010明細はPRO2010が、
      *  SHUNYUIN2010明細はPRO2099が調整保留へ退避し、当期へ
      *  振り替える。
       ENVIRONMENT            DIVISION.
       INPUT-OUTPUT           SECTION.
       FILE-CONTROL.
