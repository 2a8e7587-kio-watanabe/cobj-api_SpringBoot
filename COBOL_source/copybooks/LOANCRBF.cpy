      ****************************************************************
      *  LOANCRBF                                                   *
      *  信用情報機関向け 月次報告ファイルのレコード・レイアウト     *
      *  レコード長は一律 219 バイトで、先頭 1桁の種別で見分ける     *
      *    D=契約明細（契約 1件分。本人特定事項・契約内容・残高・    *
      *      返済状況）                                              *
      *    T=トレーラ（ファイル末尾 1件。送付区分と各件数・残高計）  *
      *  明細の報告区分 N=新規 U=変更 R=変更なし（全件送付時だけ）   *
      *  返済状況 0=延滞なし 1〜9=延滞回数（9 は 9回以上）           *
      *           X=期限の利益喪失 S=代位弁済 P=完済                 *
      ****************************************************************
       01  CB-REPORT-RECORD.
           05  CB-RECORD-TYPE       PIC X(01).
           05  CB-REPORT-DATE       PIC 9(08).
           05  CB-REPORT-KIND       PIC X(01).
               88  CB-KIND-NEW      VALUE "N".
               88  CB-KIND-UPDATE   VALUE "U".
               88  CB-KIND-RESEND   VALUE "R".
           05  CB-LOAN-NO           PIC 9(09).
           05  CB-BORROWER-ID       PIC X(10).
           05  CB-NAME              PIC X(30).
           05  CB-KANA              PIC X(30).
           05  CB-POSTAL-CODE       PIC X(08).
           05  CB-ADDRESS-1         PIC X(40).
           05  CB-ADDRESS-2         PIC X(40).
      *        契約日（新規契約の登録日。履歴の無い契約は初回返済
      *        年月の 1日）
           05  CB-CONTRACT-DATE     PIC 9(08).
           05  CB-LOAN-AMOUNT       PIC 9(09).
           05  CB-PERIODS           PIC 999.
           05  CB-BALANCE           PIC 9(09).
           05  CB-REPAY-STATUS      PIC X(01).
           05  CB-ARREARS-PERIODS   PIC 999.
           05  CB-ARREARS-AMOUNT    PIC 9(09).
       01  CB-TRAILER-RECORD.
           05  CB-TR-RECORD-TYPE    PIC X(01).
           05  CB-TR-REPORT-DATE    PIC 9(08).
      *        送付区分 D=差分 F=全件
           05  CB-TR-MODE           PIC X(01).
           05  CB-TR-COUNT          PIC 9(07).
           05  CB-TR-NEW-COUNT      PIC 9(07).
           05  CB-TR-UPDATE-COUNT   PIC 9(07).
           05  CB-TR-RESEND-COUNT   PIC 9(07).
           05  CB-TR-ACCEL-COUNT    PIC 9(07).
           05  CB-TR-PAID-COUNT     PIC 9(07).
           05  CB-TR-BALANCE-TOTAL  PIC 9(12).
           05  FILLER               PIC X(155) VALUE SPACES.
