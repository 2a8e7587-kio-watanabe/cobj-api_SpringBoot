      ****************************************************************
      *  LOANSBCF                                                   *
      *  保証会社向け 代位弁済請求ファイルのレコード・レイアウト     *
      *  レコード長は一律 245 バイトで、先頭 1桁の種別で見分ける     *
      *    D=請求明細（契約 1件分。借入人の氏名・住所と請求内訳）    *
      *    T=トレーラ（ファイル末尾 1件。明細件数と請求額合計）      *
      ****************************************************************
       01  SC-CLAIM-RECORD.
           05  SC-RECORD-TYPE       PIC X(01).
           05  SC-LOAN-NO           PIC 9(09).
           05  SC-CLAIM-DATE        PIC 9(08).
           05  SC-BORROWER-ID       PIC X(10).
           05  SC-NAME              PIC X(30).
           05  SC-KANA              PIC X(30).
           05  SC-POSTAL-CODE       PIC X(08).
           05  SC-ADDRESS-1         PIC X(40).
           05  SC-ADDRESS-2         PIC X(40).
           05  SC-LOAN-AMOUNT       PIC 9(09).
      *        延滞日数（最古の未入金月の 1日から請求日まで）
           05  SC-OVERDUE-DAYS      PIC 9(05).
           05  SC-PRINCIPAL         PIC 9(09).
           05  SC-ACCRUED-INT       PIC 9(09).
           05  SC-ARREARS           PIC 9(09).
           05  SC-LATE-CHARGE       PIC 9(09).
           05  SC-DEFERRED-INT      PIC 9(09).
           05  SC-CLAIM-TOTAL       PIC 9(10).
       01  SC-TRAILER-RECORD.
           05  SC-TR-RECORD-TYPE    PIC X(01).
           05  SC-TR-CLAIM-DATE     PIC 9(08).
           05  SC-TR-COUNT          PIC 9(07).
           05  SC-TR-TOTAL          PIC 9(12).
           05  FILLER               PIC X(217) VALUE SPACES.
