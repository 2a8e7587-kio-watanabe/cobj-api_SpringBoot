      *  完済見込額照会（LOANPOFF）が顧客へ提示した完済見込額を      *
      *  有効期限付きで残す。提示後に入金が届いたとき、提示した      *
      *  金額と実際の入金を突き合わせるための控えとして使う          *
      *  夜間繰越（LOANROLL）が見積どおりの入金で完済を清算した      *
      *  見積には使用済みの印を付け、二度目の清算に使わせない        *
      ****************************************************************
       01  QT-QUOTE-RECORD.
           05  QT-LOAN-NO           PIC 9(09).
           05  QT-BORROWER-ID       PIC X(10).
           05  QT-QUOTE-DATE        PIC 9(08).
           05  QT-SETTLE-DATE       PIC 9(08).
      *        有効期限（清算予定日の翌営業日。この日を過ぎた見積
      *        は失効とみなす）
           05  QT-EXPIRY-DATE       PIC 9(08).
           05  QT-PRINCIPAL         PIC 9(09).
           05  QT-INTEREST          PIC 9(09).
           05  QT-LATE-CHARGE       PIC 9(09).
           05  QT-DEFERRED-INT      PIC 9(09).
           05  QT-TOTAL             PIC 9(09).
      *        使用済みの印と清算日（LOANROLL が完済の清算に使った
      *        夜に Y と営業日を書き戻す。未使用は N・ゼロ）
           05  QT-USED-FLAG         PIC X(01).
               88  QT-USED          VALUE "Y".
           05  QT-USED-DATE         PIC 9(08).
