      ****************************************************************
      *  LOANCRSN                                                   *
      *  信用情報の送付済み状態 1レコード分のレイアウト              *
      *  LOANCRBR が契約ごとに送付した内容を新世代（LOANCRSO）へ     *
      *  ローン番号順に書き出し、翌月はその世代を前月分（LOANCRSI）  *
      *  として読んで、報告内容の変わった契約だけを送る              *
      *  本人特定事項の不備で送らなかった契約は前月分をそのまま      *
      *  引き継ぐ（翌月に変更として送り直す）                        *
      ****************************************************************
       01  CS-SENT-RECORD.
           05  CS-LOAN-NO           PIC 9(09).
           05  CS-AS-OF-DATE        PIC 9(08).
      *        比較の対象（ここが前月と違えば変更として送る）
           05  CS-REPORT-DATA.
               10  CS-REPAY-STATUS      PIC X(01).
               10  CS-LOAN-AMOUNT       PIC 9(09).
               10  CS-BALANCE           PIC 9(09).
               10  CS-ARREARS-PERIODS   PIC 999.
               10  CS-ARREARS-AMOUNT    PIC 9(09).
               10  CS-NAME              PIC X(30).
               10  CS-KANA              PIC X(30).
               10  CS-POSTAL-CODE       PIC X(08).
               10  CS-ADDRESS-1         PIC X(40).
               10  CS-ADDRESS-2         PIC X(40).
