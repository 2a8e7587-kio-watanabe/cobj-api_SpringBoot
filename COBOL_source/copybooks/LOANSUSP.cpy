      *  出し、保留管理（LOANSMGT）が翌朝これを取り込んで保留         *
      *  台帳へ繰り越す                                              *
      *    理由 1=過少入金 2=過大入金 3=重複入金 4=対象なし          *
      *         5=完済見積不一致（完済入金例外一覧にも載る）         *
      ****************************************************************
       01  SP-SUSPENSE-RECORD.
           05  SP-REASON-CODE       PIC 9(01).
               88  SP-OVER-PAY      VALUE 2.
               88  SP-DUPLICATE     VALUE 3.
               88  SP-NO-TARGET     VALUE 4.
               88  SP-PAYOFF-DIFF   VALUE 5.
           05  SP-LOAN-NO           PIC 9(09).
           05  SP-PAY-DATE          PIC 9(08).
           05  SP-RECEIPT-AMOUNT    PIC 9(09).
