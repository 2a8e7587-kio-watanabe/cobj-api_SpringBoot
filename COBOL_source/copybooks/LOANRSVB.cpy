      ****************************************************************
      *  LOANRSVB                                                   *
      *  貸倒引当金の区分別残高 1レコード分のレイアウト              *
      *  LOANASMT が四半期末ごとに債務者区分別（1〜5）の 5件を       *
      *  書き出し、次の四半期末にはその世代を前期分として読んで      *
      *  引当金の増減（繰入・戻入）を求める                          *
      ****************************************************************
       01  RB-RESERVE-RECORD.
           05  RB-CATEGORY          PIC 9(01).
           05  RB-AS-OF-DATE        PIC 9(08).
           05  RB-RATIO             PIC 9(03)V9(03).
           05  RB-LOAN-COUNT        PIC 9(07).
           05  RB-BALANCE           PIC 9(12).
           05  RB-RESERVE           PIC 9(12).
