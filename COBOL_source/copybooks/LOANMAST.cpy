      ****************************************************************
       01  LM-LOAN-RECORD.
           05  LM-LOAN-NO           PIC 9(09).
      *        借入人ID は索引の副キー（重複あり）。借入人別に
      *        契約を読むときはこのキーで位置付ける
           05  LM-BORROWER-ID       PIC X(10).
           05  LM-LOAN-AMOUNT       PIC 9(09).
           05  LM-INTEREST-RATE     PIC 9(02)V9(03).
           05  LM-LOAN-LEFT         PIC 9(09)V9(09).
      *        状態。X（期限の利益喪失）は延滞回数がしきい値に達して
      *        加速された契約。毎回の請求は止まり、残債全額＋諸費用
      *        の一括請求（回収扱い）になる。S（代位弁済済み）は
      *        喪失中の契約を保証会社が借入人に代わって弁済し、
      *        保証会社への債権の移転で閉じた契約（借入人による完済
      *        の P とは区別する）
           05  LM-STATUS            PIC X(01).
               88  LM-ACTIVE        VALUE "A".
               88  LM-PAID-OFF      VALUE "P".
               88  LM-DELINQUENT    VALUE "D".
               88  LM-ACCELERATED   VALUE "X".
               88  LM-SUBROGATED    VALUE "S".
      *        延滞管理。延滞額は未入金の返済額の累計、延滞回数は
      *        未入金の回数（年齢調べに使う）、遅延損害金は延滞額に
      *        対する累計の損害金
