      ****************************************************************
      *  LOANAPDC                                                   *
      *  保守取引の承認指示 1レコード分のレイアウト                  *
      *  承認者が承認待ち一覧（LOANPNDL）を見て、承認待ちのキー      *
      *  （起票日＋連番）ごとに自分の承認者IDと判定を入力する        *
      *  AD-DECISION  A=承認  R=却下                                 *
      *  承認者IDが起票者IDと同じ指示は LOANAPRV が受け付けない      *
      ****************************************************************
       01  AD-DECISION-RECORD.
           05  AD-KEY.
               10  AD-ENTRY-DATE    PIC 9(08).
               10  AD-ENTRY-SEQ     PIC 9(05).
           05  AD-CHECKER-ID        PIC X(08).
           05  AD-DECISION          PIC X(01).
               88  AD-APPROVE       VALUE "A".
               88  AD-REJECT        VALUE "R".
