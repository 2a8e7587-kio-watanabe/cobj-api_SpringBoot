      ****************************************************************
      *  LOANHCAL                                                   *
      *  営業日カレンダー（休業日）1レコード分のレイアウト           *
      *  索引編成。キーは休業日の日付。土曜・日曜は登録しなくても    *
      *  休業日として扱うので、ここには祝日・振替休日・年末年始など  *
      *  平日の休業日を置く。保守は休日カレンダー保守（LOANHMNT）    *
      *  で行い、営業日の判定は LOANBDAY を呼んで行う                *
      ****************************************************************
       01  HC-HOLIDAY-RECORD.
           05  HC-HOLIDAY-DATE      PIC 9(08).
           05  HC-HOLIDAY-NAME      PIC X(30).
