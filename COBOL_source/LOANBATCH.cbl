      *                     ファイルの各行へ記録するようにした。
      *                     追記式の結果ファイルでも実行日ごとに
      *                     区別できる。正常終了時に完了を記録する
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
           SELECT LOAN-RESULT-FILE   ASSIGN TO "LOANRSLT"
                                      ORGANIZATION SEQUENTIAL
