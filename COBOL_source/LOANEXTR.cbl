      *                     合計トレーラ、末尾に件数・ハッシュ合計の
      *                     コントロールを置き、受信側（Web/API）が
      *                     取込み前に完全性を確かめられるようにする
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
           SELECT EXTRACT-FILE       ASSIGN TO "LOANEXTF"
                                      ORGANIZATION SEQUENTIAL
