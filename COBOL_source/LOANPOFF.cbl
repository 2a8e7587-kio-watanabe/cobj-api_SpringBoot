      *                     顧客向けの見積書を印字し、同じ内容を
      *                     有効期限付きの見積ファイルへ控えとして
      *                     追記する（後日の入金との突合に使う）
      *    2026/10/15  TSH  見積に使用済みの印を追加。夜間繰越が
      *                     見積どおりの入金で完済を清算した見積を
      *                     使用済みにする（新規の見積は未使用で書く）
      *    2026/10/15  TSH  代位弁済済み（状態 S）の契約は見積らない
      *    2026/10/15  TSH  マスタに借入人ID の副キー（重複あり）
      *                     の定義を追加
      *    2026/10/15  TSH  清算予定日を営業日カレンダー（LOANBDAY）
      *                     で検査し、休業日は受け付けずに次の営業日
      *                     を示す。有効期限は清算予定日の翌営業日
      *                     とする
      *----------------------------------------------------------------
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
                                      ORGANIZATION INDEXED
                                      ACCESS RANDOM
                                      RECORD KEY LM-LOAN-NO
                                      ALTERNATE KEY LM-BORROWER-ID
                                          WITH DUPLICATES
                                      FILE STATUS WK-MASTER-STATUS.
           SELECT QUOTE-PRINT-FILE   ASSIGN TO "LOANQPRT"
                                      ORGANIZATION SEQUENTIAL
           05  WK-ST-MONTH     PIC 9(02).
           05  WK-ST-DAY       PIC 9(02).
      *----------------------------------------------------------------
      *    営業日の検査。有効期限は清算予定日の翌営業日
      *----------------------------------------------------------------
       01  WK-EXPIRY-DATE      PIC 9(08).
       01  WK-LK-BD-FUNCTION   PIC X(01).
       01  WK-LK-BD-DATE       PIC 9(08).
       01  WK-LK-BD-DATE-2     PIC 9(08)            VALUE ZERO.
       01  WK-LK-BD-RESULT     PIC 9(08).
       01  WK-LK-BD-DAYS       PIC S9(05).
       01  WK-LK-BD-RETURN-CODE PIC 99.
      *----------------------------------------------------------------
      *    経過利息の計算。返済済みの最終期日の翌月（＝次回返済
      *    年月）の1日から清算予定日までの日数に対し、年365日の
      *    日割りで残元金に利息を付ける
      *    の印字と見積ファイルへの控え書出しを行う
      *----------------------------------------------------------------
       MAIN-100-QUOTE.
           MOVE "C"            TO WK-LK-BD-FUNCTION.
           MOVE WK-SETTLE-DATE TO WK-LK-BD-DATE.
           PERFORM MAIN-150-CALL-BDAY THRU MAIN-150-EXIT.
           IF WK-LK-BD-RETURN-CODE = 01
              DISPLAY "LOANPOFF E007 清算予定日が休業日 "
                      WK-SETTLE-DATE " 次の営業日 "
                      WK-LK-BD-RESULT
              GO TO MAIN-100-EXIT
           END-IF.
           IF WK-LK-BD-RETURN-CODE NOT = ZERO
              DISPLAY "LOANPOFF E004 清算予定日誤り "
                      WK-SETTLE-DATE
              GO TO MAIN-100-EXIT
           END-IF.
           MOVE "N"            TO WK-LK-BD-FUNCTION.
           MOVE WK-SETTLE-DATE TO WK-LK-BD-DATE.
           PERFORM MAIN-150-CALL-BDAY THRU MAIN-150-EXIT.
           IF WK-LK-BD-RETURN-CODE NOT = ZERO
              DISPLAY "LOANPOFF E004 清算予定日誤り "
                      WK-SETTLE-DATE
              GO TO MAIN-100-EXIT
           END-IF.
           MOVE WK-LK-BD-RESULT TO WK-EXPIRY-DATE.
           IF WK-SETTLE-DATE < WK-BUSINESS-DATE
              DISPLAY "LOANPOFF E005 清算予定日が過去 "
                      WK-SETTLE-DATE
                      " は完済済み"
              GO TO MAIN-100-EXIT
           END-IF.
           IF LM-SUBROGATED
              DISPLAY "LOANPOFF W003 ローン番号 " WK-INQ-LOAN-NO
                      " は代位弁済済み"
              GO TO MAIN-100-EXIT
           END-IF.
           PERFORM MAIN-200-CALC  THRU MAIN-200-EXIT.
           PERFORM MAIN-300-PRINT THRU MAIN-300-EXIT.
           PERFORM MAIN-400-WRITE THRU MAIN-400-EXIT.
       MAIN-100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    営業日カレンダーの呼出し
      *----------------------------------------------------------------
       MAIN-150-CALL-BDAY.
           CALL "LOANBDAY"      USING WK-LK-BD-FUNCTION,
                                      WK-LK-BD-DATE,
                                      WK-LK-BD-DATE-2,
                                      WK-LK-BD-RESULT,
                                      WK-LK-BD-DAYS,
                                      WK-LK-BD-RETURN-CODE.
       MAIN-150-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    内訳の計算。経過利息は次回返済年月の1日から清算予定日
      *    までの日数で日割り（年365日）し、丸め方は契約の設定に
      *    従う。変動金利の未払利息（繰延べ分）は全額を清算対象に
           MOVE WK-QP-ITEM-LINE  TO QP-PRINT-LINE.
           WRITE QP-PRINT-LINE.
           MOVE "有効期限      : "   TO WK-QD-LABEL.
           MOVE WK-EXPIRY-DATE   TO WK-QD-DATE.
           MOVE WK-QP-DATE-LINE  TO QP-PRINT-LINE.
           WRITE QP-PRINT-LINE.
       MAIN-300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    見積ファイルへの控え書出し（有効期限は清算予定日の
      *    翌営業日）
      *----------------------------------------------------------------
       MAIN-400-WRITE.
           MOVE WK-INQ-LOAN-NO   TO QT-LOAN-NO.
           MOVE LM-BORROWER-ID   TO QT-BORROWER-ID.
           MOVE WK-BUSINESS-DATE TO QT-QUOTE-DATE.
           MOVE WK-SETTLE-DATE   TO QT-SETTLE-DATE.
           MOVE WK-EXPIRY-DATE   TO QT-EXPIRY-DATE.
           MOVE WK-QT-PRINCIPAL  TO QT-PRINCIPAL.
           MOVE WK-QT-INTEREST   TO QT-INTEREST.
           MOVE WK-QT-ARREARS    TO QT-ARREARS.
           MOVE WK-QT-LATE       TO QT-LATE-CHARGE.
           MOVE WK-QT-DEFERRED   TO QT-DEFERRED-INT.
           MOVE WK-QT-TOTAL      TO QT-TOTAL.
           MOVE "N"              TO QT-USED-FLAG.
           MOVE ZERO             TO QT-USED-DATE.
           WRITE QT-QUOTE-RECORD.
       MAIN-400-EXIT.
           EXIT.
