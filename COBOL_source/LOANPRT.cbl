      *                     変更）を履歴行へ印字するようにした。
      *                     条件変更（元金据置き）の合意内容が
      *                     お知らせ状で確認できる
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
           SELECT LOAN-PRINT-FILE    ASSIGN TO "LOANSTMT"
                                      ORGANIZATION SEQUENTIAL
