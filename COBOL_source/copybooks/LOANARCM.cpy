      ****************************************************************
      *  LOANARCM                                                   *
      *  完済契約アーカイブ 1レコード分のレイアウト                  *
      *  索引編成。キーはローン番号。月末の移送（LOANARCH）が完済    *
      *  から所定の月数を過ぎた契約をマスタから外してここへ移す。    *
      *  マスタのレコード（147 バイト）をそのまま写し、移送日と      *
      *  完済の基準年月を添える。照会（LOANINQ）はマスタに無い       *
      *  ローン番号をここから引き、LM- の定義へ写して表示する        *
      ****************************************************************
       01  AM-ARCHIVE-RECORD.
           05  AM-LOAN-IMAGE.
               10  AM-LOAN-NO       PIC 9(09).
               10  FILLER           PIC X(138).
      *        移送した営業日
           05  AM-ARCHIVE-DATE      PIC 9(08).
      *        完済の基準年月（最後の取引履歴の計上年月。履歴の無い
      *        契約は次回返済年月）
           05  AM-PAID-YEAR         PIC 9(04).
           05  AM-PAID-MONTH        PIC 9(02).
