      *                     利息のみを消し込み、LOANSUB を介さず
      *                     元金も動かないため、変動金利と同じく
      *                     検査の前提が成り立たない
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
           SELECT AUDIT-FILE         ASSIGN TO "LOANAUD"
                                      ORGANIZATION SEQUENTIAL
