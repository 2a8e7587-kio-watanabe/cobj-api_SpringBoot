      *  BORRTRAN                                                   *
      *  借入人マスタ保守トランザクション 1レコード分のレイアウト    *
      *  BT-TRAN-CODE  A=新規  C=変更  D=削除                        *
      *  起票者IDは起票時に入力し、承認者IDは承認（LOANAPRV）が      *
      *  承認した取引を BORRMNT へ渡すときに設定する                 *
      ****************************************************************
       01  BT-TRAN-RECORD.
           05  BT-TRAN-CODE         PIC X(01).
           05  BT-ACCOUNT-TYPE      PIC 9(01).
           05  BT-ACCOUNT-NO        PIC X(07).
           05  BT-ACCOUNT-NAME      PIC X(30).
      *        起票者ID・承認者ID（承認者は起票者と別人であること）
           05  BT-MAKER-ID          PIC X(08).
           05  BT-CHECKER-ID        PIC X(08).
