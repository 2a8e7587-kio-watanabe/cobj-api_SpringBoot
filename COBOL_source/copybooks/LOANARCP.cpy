      ****************************************************************
      *  LOANARCP                                                   *
      *  完済契約の移送パラメータ 1レコード分のレイアウト（1件のみ） *
      *  完済契約は完済の基準年月から契約月数を超えて過ぎたものを、  *
      *  完済見積は有効期限の年月から見積月数を超えて過ぎたものを    *
      *  月末の移送（LOANARCH）でアーカイブへ移す。保存期間の見直し  *
      *  はこのレコードを差し替えて行う。契約月数がゼロのときは      *
      *  LOANARCH は契約を移さない（見積だけを移す）                 *
      ****************************************************************
       01  AP-PARAM-RECORD.
           05  AP-LOAN-MONTHS       PIC 9(03).
           05  AP-QUOTE-MONTHS      PIC 9(03).
