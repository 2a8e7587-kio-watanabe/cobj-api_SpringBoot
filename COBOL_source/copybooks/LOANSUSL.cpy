               88  SL-OVER-PAY      VALUE 2.
               88  SL-DUPLICATE     VALUE 3.
               88  SL-NO-TARGET     VALUE 4.
               88  SL-PAYOFF-DIFF   VALUE 5.
           05  SL-LOAN-NO           PIC 9(09).
           05  SL-PAY-DATE          PIC 9(08).
           05  SL-RECEIPT-AMOUNT    PIC 9(09).
