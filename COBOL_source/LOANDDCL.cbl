      *                     ようにした。先取りしないと、その月の
      *                     引落とし額が繰越の期待額と食い違い、
      *                     全額入金の借入人が延滞扱いになる
      *    2026/10/15  TSH  マスタに借入人ID の副キー（重複あり）
      *                     の定義を追加
      *    2026/10/15  TSH  請求に実際の引落日を付けた。請求年月の
      *                     約定引落日（27日）が休業日なら、営業日
      *                     カレンダー（LOANBDAY）で翌営業日へ
      *                     繰り下げる
      *----------------------------------------------------------------
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
                                      ORGANIZATION INDEXED
                                      ACCESS SEQUENTIAL
                                      RECORD KEY LM-LOAN-NO
                                      ALTERNATE KEY LM-BORROWER-ID
                                          WITH DUPLICATES
                                      FILE STATUS WK-MASTER-STATUS.
           SELECT BORR-MASTER-FILE   ASSIGN TO "BORRMAST"
                                      ORGANIZATION INDEXED
       01  WK-EFF-BONUS-MONTH-1 PIC 99.
       01  WK-EFF-BONUS-MONTH-2 PIC 99.
      *----------------------------------------------------------------
      *    引落日。請求年月の約定引落日を営業日カレンダーで検査し、
      *    休業日なら翌営業日を実際の引落日とする
      *----------------------------------------------------------------
       01  WK-DEBIT-DAY        PIC 9(02)            VALUE 27.
       01  WK-DEBIT-DATE.
           05  WK-DB-YEAR      PIC 9(04).
           05  WK-DB-MONTH     PIC 9(02).
           05  WK-DB-DAY       PIC 9(02).
       01  WK-LK-BD-FUNCTION   PIC X(01).
       01  WK-LK-BD-DATE       PIC 9(08).
       01  WK-LK-BD-DATE-2     PIC 9(08)            VALUE ZERO.
       01  WK-LK-BD-RESULT     PIC 9(08).
       01  WK-LK-BD-DAYS       PIC S9(05).
       01  WK-LK-BD-RETURN-CODE PIC 99.
      *----------------------------------------------------------------
      *    次回の繰越の先取り。適用年月が次回返済年月に一致する
      *    金利改定と、見直し年月に達した5年毎見直し（125％上限）
      *    ・据置き満了の再計算は、次の繰越で消込の前に適用される
           MOVE WK-CLAIM-YEAR    TO DD-CLAIM-YEAR.
           MOVE WK-CLAIM-MONTH   TO DD-CLAIM-MONTH.
           MOVE WK-DUE-TOTAL     TO DD-AMOUNT.
           PERFORM MAIN-450-DEBIT-DATE THRU MAIN-450-EXIT.
           MOVE WK-LK-BD-RESULT  TO DD-DEBIT-DATE.
           WRITE DD-CLAIM-RECORD.
           ADD 1           TO WK-CLAIM-COUNT.
           ADD WK-DUE-TOTAL TO WK-CLAIM-TOTAL.
       MAIN-400-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    実際の引落日。約定引落日が休業日ならその後の最初の
      *    営業日を返す
      *----------------------------------------------------------------
       MAIN-450-DEBIT-DATE.
           MOVE WK-CLAIM-YEAR    TO WK-DB-YEAR.
           MOVE WK-CLAIM-MONTH   TO WK-DB-MONTH.
           MOVE WK-DEBIT-DAY     TO WK-DB-DAY.
           MOVE "C"              TO WK-LK-BD-FUNCTION.
           MOVE WK-DEBIT-DATE    TO WK-LK-BD-DATE.
           CALL "LOANBDAY"      USING WK-LK-BD-FUNCTION,
                                      WK-LK-BD-DATE,
                                      WK-LK-BD-DATE-2,
                                      WK-LK-BD-RESULT,
                                      WK-LK-BD-DAYS,
                                      WK-LK-BD-RETURN-CODE.
       MAIN-450-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    終了処理
      *----------------------------------------------------------------
       MAIN-900-CLOSE.
