      *                     再計算）と 125％ルール・未払利息の繰延べ
      *                     を織り込んで試算し、基準と並べて期ごと
      *                     に印字する
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
           SELECT PROJ-REPORT-FILE   ASSIGN TO "LOANCASH"
                                      ORGANIZATION SEQUENTIAL
