      *    D=異動明細（LOANROLL の消込・充当・保留の 1件分）         *
      *    S=保留処分明細（LOANSMGT の再呈示・返金・償却の 1件分。   *
      *      コントロールの件数には含めない）                        *
      *    G=代位弁済明細（LOANSBST の保証会社弁済 1件分。入金額     *
      *      は現金預金、元金は貸付金の減少として計上する。          *
      *      コントロールの件数・前後残高には含めない）              *
      *    C=コントロール（D の件数と、実行前後のマスタ残元金        *
      *      合計。LOANROLL がファイル末尾に 1件置く。元金充当の     *
      *      合計はこの前後差と一致しなければならない）              *
