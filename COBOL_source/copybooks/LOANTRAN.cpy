      *                M=元金据置き（利息のみ期間の設定）            *
      *  新規契約では回数済・残元金・状態はキー入力せず、            *
      *  LOANMNT が初期値を設定する                                  *
      *  起票者IDは起票時に入力し、承認者IDは承認（LOANAPRV）が      *
      *  承認した取引を LOANMNT へ渡すときに設定する                 *
      ****************************************************************
       01  LT-TRAN-RECORD.
           05  LT-TRAN-CODE         PIC X(01).
           05  LT-REPAY-METHOD      PIC 9(01).
      *        元金据置き（区分 M）の月数。他の区分では未使用
           05  LT-IO-MONTHS         PIC 999.
      *        起票者ID・承認者ID（承認者は起票者と別人であること）
           05  LT-MAKER-ID          PIC X(08).
           05  LT-CHECKER-ID        PIC X(08).
