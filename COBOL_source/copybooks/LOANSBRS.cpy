      ****************************************************************
      *  LOANSBRS                                                   *
      *  保証会社からの代位弁済結果 1レコード分のレイアウト          *
      *  請求明細 1件に対して 1件。請求日は請求ファイルの値を        *
      *  そのまま返してもらい、台帳の請求との突合せに使う            *
      ****************************************************************
       01  SR-RESULT-RECORD.
           05  SR-LOAN-NO           PIC 9(09).
           05  SR-CLAIM-DATE        PIC 9(08).
      *        結果。1=弁済（支払額は請求額と一致するはず）
      *        9=拒絶（支払額はゼロ）
           05  SR-RESULT-CODE       PIC X(01).
               88  SR-PAID          VALUE "1".
               88  SR-REJECTED      VALUE "9".
           05  SR-PAID-AMOUNT       PIC 9(10).
           05  SR-PAY-DATE          PIC 9(08).
           05  SR-REASON            PIC X(20).
