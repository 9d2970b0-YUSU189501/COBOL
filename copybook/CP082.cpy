      *注 開示請求台帳(KAIJILOG2010)のレコード様式。PRO2115が
      *注 受け付けた請求ごとに請求番号(受付年4桁+年内連番
      *注 4桁)を付けて1行追記する。開示状態 C:完了 P:成績表
      *注 待ち(dbpro15が成績表を追記して完了にする) R:却下。
      *注 開示学籍番号は照合で見つかった学籍番号(最大3件)、
      *注 開示出力名は本人ごとの開示報告書のファイル名。
           05 開示請求番号    PIC 9(08).
           05 開示受付日      PIC 9(08).
           05 開示識別区分    PIC X(01).
           05 開示識別コード  PIC X(06).
           05 開示請求者名    PIC X(40).
           05 開示受付者      PIC X(08).
           05 開示学籍番号    PIC X(04) OCCURS 3 TIMES.
           05 開示件数        PIC 9(05).
           05 開示状態        PIC X(01).
               88 開示完了    VALUE "C".
               88 開示成績待ち VALUE "P".
               88 開示却下    VALUE "R".
           05 開示完了日      PIC 9(08).
           05 開示出力名      PIC X(40).
           05 FILLER          PIC X(13).
