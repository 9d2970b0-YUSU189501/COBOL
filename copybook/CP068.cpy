      *注 文字コード変換表(HENKANTBL2010)のレコード様式。JIS X
      *注 0208の文字と半角カナについて、UTF-8のバイト列(左詰め
      *注 空白埋め)とShift_JISのバイト列(1バイトは左詰め空白
      *注 埋め)の対応を1文字1件で持つ。UTF-8のバイト列の昇順
      *注 に並べておく。
           05 変換表元文字    PIC X(04).
           05 変換表先文字    PIC X(02).
           05 FILLER          PIC X(02).
