      ****************************************************************
      *  LOANSBLG                                                   *
      *  代位弁済請求台帳 1レコード分のレイアウト（索引編成）        *
      *  キーはローン番号。請求（LOANSBCL）が保証会社へ請求した      *
      *  契約ごとに請求時点の内訳を残し、弁済結果の取込み            *
      *  （LOANSBST）が結果と支払額を書き込む。台帳にある契約は      *
      *  二重に請求しない                                            *
      ****************************************************************
       01  SB-CLAIM-RECORD.
           05  SB-LOAN-NO           PIC 9(09).
           05  SB-CLAIM-DATE        PIC 9(08).
           05  SB-BORROWER-ID       PIC X(10).
      *        請求時点の内訳（完済見込額照会と同じ規則）
           05  SB-PRINCIPAL         PIC 9(09).
           05  SB-ACCRUED-INT       PIC 9(09).
           05  SB-ARREARS           PIC 9(09).
           05  SB-LATE-CHARGE       PIC 9(09).
           05  SB-DEFERRED-INT      PIC 9(09).
           05  SB-CLAIM-TOTAL       PIC 9(10).
      *        請求の状態。C=請求中 S=弁済済み（契約を閉じた）
      *        P=一部弁済 R=拒絶（P・R は契約を喪失中のまま残す）
           05  SB-STATUS            PIC X(01).
               88  SB-CLAIMED       VALUE "C".
               88  SB-SETTLED       VALUE "S".
               88  SB-PARTIAL       VALUE "P".
               88  SB-REJECTED      VALUE "R".
           05  SB-RESULT-DATE       PIC 9(08).
           05  SB-PAID-AMOUNT       PIC 9(10).
