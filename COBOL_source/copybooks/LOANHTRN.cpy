      ****************************************************************
      *  LOANHTRN                                                   *
      *  休日カレンダー保守トランザクション 1レコード分のレイアウト  *
      *  HT-TRAN-CODE  A=休業日の追加  C=名称の変更  D=削除          *
      ****************************************************************
       01  HT-TRAN-RECORD.
           05  HT-TRAN-CODE         PIC X(01).
               88  HT-TRAN-ADD      VALUE "A".
               88  HT-TRAN-CHANGE   VALUE "C".
               88  HT-TRAN-DELETE   VALUE "D".
           05  HT-HOLIDAY-DATE      PIC 9(08).
           05  HT-HOLIDAY-NAME      PIC X(30).
