      *                     崩し（再呈示・返金は現金の払出し、償却
      *                     は雑収入 4090）、延滞充当仮受金は正常化
      *                     の消込で取り崩す
      *    2026/10/15  TSH  代位弁済明細（LOANSBST の種別 G）に対応。
      *                     保証会社からの入金は現金預金 1010 に
      *                     受け、弁済で閉じた契約の元金を貸付金から
      *                     落とす。利息・損害金・未払利息は通常の
      *                     明細と同じ勘定で収益計上する。G の元金
      *                     は繰越コントロールの前後残高差には含ま
      *                     れないため、残高突合は本日のマスタ残高に
      *                     G の元金を足して行う
      *    2026/10/15  TSH  マスタに借入人ID の副キー（重複あり）
      *                     の定義を追加
      *----------------------------------------------------------------
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
                                      ORGANIZATION INDEXED
                                      ACCESS SEQUENTIAL
                                      RECORD KEY LM-LOAN-NO
                                      ALTERNATE KEY LM-BORROWER-ID
                                          WITH DUPLICATES
                                      FILE STATUS WK-MASTER-STATUS.
           SELECT GL-EXTRACT-FILE    ASSIGN TO "LOANGLJE"
                                      ORGANIZATION SEQUENTIAL
      *        保留処分明細（種別 S。LOANSMGT が追記する分。
      *        コントロールの件数には含まれない）の件数
       01  WK-SDISP-COUNT      PIC 9(09)            VALUE ZERO.
      *        代位弁済明細（種別 G。LOANSBST が追記する分。
      *        コントロールの件数には含まれない）の件数・保証会社
      *        からの入金額・振替元金
       01  WK-SUBRO-COUNT      PIC 9(09)            VALUE ZERO.
       01  WK-TOT-SUBRO        PIC 9(12)            VALUE ZERO.
       01  WK-TOT-SUBRO-PRIN   PIC 9(12)            VALUE ZERO.
      *----------------------------------------------------------------
      *    コントロールの控えと突合用の合計
      *----------------------------------------------------------------
       01  WK-BOOK-TOTAL       PIC 9(12)            VALUE ZERO.
       01  WK-LEFT-INT         PIC 9(09).
       01  WK-PRIN-EXPECT      PIC 9(12).
       01  WK-BOOK-EXPECT      PIC 9(12).
      *----------------------------------------------------------------
      *    仕訳行の組立てと貸借合計
      *----------------------------------------------------------------
           PERFORM MAIN-900-CLOSE    THRU MAIN-900-EXIT.
           DISPLAY "LOANGLEX 明細件数  = " WK-DETAIL-COUNT.
           DISPLAY "LOANGLEX 処分件数  = " WK-SDISP-COUNT.
           DISPLAY "LOANGLEX 代位件数  = " WK-SUBRO-COUNT.
           DISPLAY "LOANGLEX 借方合計  = " WK-DEBIT-TOTAL.
           DISPLAY "LOANGLEX 貸方合計  = " WK-CREDIT-TOTAL.
           IF WK-ERROR-COUNT > ZERO
                   ADD 1               TO WK-SDISP-COUNT
                   ADD MV-SUSP-OUT      TO WK-TOT-SUSP-OUT
                   ADD MV-SUSP-WOFF     TO WK-TOT-WOFF
               WHEN "G"
      *            代位弁済明細（LOANSBST の追記分。コントロール
      *            の件数対象外）。保証会社からの入金は現金預金に
      *            受け、元金は貸付金から落とす
                   IF MV-RUN-DATE NOT = WK-BUSINESS-DATE
                      DISPLAY "LOANGLEX E005 営業日不一致 "
                              MV-RUN-DATE " ローン番号 " MV-LOAN-NO
                      ADD 1 TO WK-ERROR-COUNT
                   END-IF
                   ADD 1               TO WK-SUBRO-COUNT
                   ADD MV-CASH          TO WK-TOT-SUBRO
                   ADD MV-PRINCIPAL     TO WK-TOT-SUBRO-PRIN
                   ADD MV-INTEREST      TO WK-TOT-INTEREST
                   ADD MV-LATE-CHARGE   TO WK-TOT-LATE
                   ADD MV-ARREARS-RELEASE TO WK-TOT-RELEASE
                   ADD MV-DEFER-COLLECT TO WK-TOT-COLLECT
               WHEN "C"
                   SET  WK-CONTROL-SEEN TO TRUE
                   MOVE MC-DETAIL-COUNT TO WK-CTL-COUNT
                      WK-TOT-PRINCIPAL " / " WK-PRIN-EXPECT
              ADD 1 TO WK-ERROR-COUNT
           END-IF.
      *        代位弁済で閉じた契約の元金は繰越後にマスタから
      *        落ちるので、その分を足してから事後残高と比べる
           COMPUTE WK-BOOK-EXPECT = WK-BOOK-TOTAL + WK-TOT-SUBRO-PRIN.
           IF WK-BOOK-EXPECT NOT = WK-CTL-CLOSE
              DISPLAY "LOANGLEX E010 残高突合不一致 "
                      WK-BOOK-EXPECT " / " WK-CTL-CLOSE
              ADD 1 TO WK-ERROR-COUNT
           END-IF.
      *        受取利息は発生分（未払利息の繰延べ）を上乗せした
           COMPUTE WK-DEBIT-TOTAL
                 = WK-TOT-CASH + WK-TOT-SUSP + WK-TOT-ACCRUE
                   + WK-TOT-RELEASE + WK-TOT-SUSP-OUT
                   + WK-TOT-WOFF + WK-INT-DEBIT + WK-TOT-SUBRO.
           COMPUTE WK-CREDIT-TOTAL
                 = WK-TOT-PRINCIPAL + WK-TOT-SUBRO-PRIN
                   + WK-INT-CREDIT + WK-TOT-LATE
                   + WK-TOT-ARREARS + WK-TOT-SUSP + WK-TOT-COLLECT
                   + WK-TOT-SUSP-OUT + WK-TOT-WOFF.
           IF WK-DEBIT-TOTAL NOT = WK-CREDIT-TOTAL
           END-IF.
           MOVE "1010"           TO WK-LINE-ACCOUNT.
           MOVE "現金預金"       TO WK-LINE-NAME.
      *        代位弁済の保証会社からの入金も現金として受ける
           COMPUTE WK-LINE-DEBIT
                 = WK-TOT-CASH + WK-TOT-SUSP + WK-TOT-SUBRO.
      *        再呈示・返金の仮受取崩し分は現金の払出し（再呈示は
      *        翌夜の消込の現金計上と相殺される）
           MOVE WK-TOT-SUSP-OUT  TO WK-LINE-CREDIT.
           MOVE "1200"           TO WK-LINE-ACCOUNT.
           MOVE "貸付金"         TO WK-LINE-NAME.
           MOVE ZERO             TO WK-LINE-DEBIT.
           COMPUTE WK-LINE-CREDIT
                 = WK-TOT-PRINCIPAL + WK-TOT-SUBRO-PRIN.
           PERFORM MAIN-410-LINE THRU MAIN-410-EXIT.
           MOVE "4010"           TO WK-LINE-ACCOUNT.
           MOVE "受取利息"       TO WK-LINE-NAME.
           MOVE WK-BUSINESS-DATE TO GL-CT-RUN-DATE.
           MOVE WK-DEBIT-TOTAL   TO GL-CT-DEBIT-TOTAL.
           MOVE WK-CREDIT-TOTAL  TO GL-CT-CREDIT-TOTAL.
           COMPUTE GL-CT-PRINCIPAL-MOVE
                 = WK-PRIN-EXPECT + WK-TOT-SUBRO-PRIN.
           WRITE GL-CONTROL-RECORD.
           CLOSE GL-EXTRACT-FILE.
       MAIN-400-EXIT.
