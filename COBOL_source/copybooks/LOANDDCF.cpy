      *  請求作成（LOANDDCL）が繰越完了後のマスタから組み立て、      *
      *  銀行へ渡す。金額は次回の繰越で LOANROLL が期待する請求      *
      *  額（延滞額＋遅延損害金＋次回分）とちょうど一致させる        *
      *  引落日は約定の引落日が休業日なら翌営業日へ繰り下げた日付    *
      ****************************************************************
       01  DD-CLAIM-RECORD.
           05  DD-LOAN-NO           PIC 9(09).
           05  DD-CLAIM-YEAR        PIC 9(04).
           05  DD-CLAIM-MONTH       PIC 9(02).
           05  DD-AMOUNT            PIC 9(09).
      *        実際の引落日（約定日が休業日なら翌営業日）
           05  DD-DEBIT-DATE        PIC 9(08).
