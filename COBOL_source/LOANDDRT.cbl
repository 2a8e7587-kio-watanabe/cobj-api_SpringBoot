      *                     落ちる前に、回収担当が当日から動ける
      *                     ようにする（保留ファイルを本当の例外
      *                     だけに絞るための事前フラグ付け）
      *    2026/10/15  TSH  マスタに借入人ID の副キー（重複あり）
      *                     の定義を追加
      *    2026/10/15  TSH  振替不能分を取引履歴（LOANTHIS）へ
      *                     追記するようにした（マスタにある契約
      *                     だけ。計上日は営業日）
      *----------------------------------------------------------------
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
                                      ORGANIZATION INDEXED
                                      ACCESS RANDOM
                                      RECORD KEY LM-LOAN-NO
                                      ALTERNATE KEY LM-BORROWER-ID
                                          WITH DUPLICATES
                                      FILE STATUS WK-MASTER-STATUS.
           SELECT UNPAID-LIST-FILE   ASSIGN TO "LOANDDRP"
                                      ORGANIZATION SEQUENTIAL
           SELECT RUN-CONTROL-FILE   ASSIGN TO "LOANRUNC"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-RUNC-STATUS.
           SELECT TRAN-HIST-FILE     ASSIGN TO "LOANTHIS"
                                      ORGANIZATION INDEXED
                                      ACCESS RANDOM
                                      RECORD KEY TH-KEY
                                      FILE STATUS WK-THIS-STATUS.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
      *
       FD  RUN-CONTROL-FILE.
           COPY "LOANRUNC".
      *
       FD  TRAN-HIST-FILE.
           COPY "LOANTHIS".
      *
       WORKING-STORAGE         SECTION.
       01  WK-UNPAID-STATUS    PIC X(02).
       01  WK-UNKNOWN-COUNT    PIC 9(07)            VALUE ZERO.
       01  WK-UNPAID-TOTAL     PIC 9(12)            VALUE ZERO.
      *----------------------------------------------------------------
      *    取引履歴の書出し用（種別 DR）。起算日は請求年月の 1日
      *----------------------------------------------------------------
       01  WK-THIS-STATUS      PIC X(02).
       01  WK-BUSINESS-DATE    PIC 9(08).
       01  WK-TH-SEQ           PIC 9(05).
       01  WK-TH-COUNT         PIC 9(07)            VALUE ZERO.
       01  WK-TH-VALUE-DATE.
           05  WK-TH-VALUE-YEAR    PIC 9(04).
           05  WK-TH-VALUE-MONTH   PIC 9(02).
           05  FILLER              PIC 9(02)  VALUE 01.
      *----------------------------------------------------------------
      *    一覧の編集行
      *----------------------------------------------------------------
       01  WK-UL-HEADER        PIC X(50)  VALUE
           DISPLAY "LOANDDRT 不能件数  = " WK-UNPAID-COUNT.
           DISPLAY "LOANDDRT 不能金額  = " WK-UNPAID-TOTAL.
           DISPLAY "LOANDDRT 対象なし  = " WK-UNKNOWN-COUNT.
           DISPLAY "LOANDDRT 履歴件数  = " WK-TH-COUNT.
           GOBACK.
      *----------------------------------------------------------------
      *    初期化・ファイル オープン（繰越の前に走らせる想定）
                   GOBACK
           END-READ.
           CLOSE RUN-CONTROL-FILE.
           MOVE RC-BUSINESS-DATE TO WK-BUSINESS-DATE.
      *        繰越の前に走らせる運用。繰越が済んだ後では事前
      *        フラグ付けの意味が無い（欠落入金として延滞に落ちた
      *        後）ため拒否する
                      WK-LIST-STATUS
              GOBACK
           END-IF.
           OPEN I-O TRAN-HIST-FILE.
           IF WK-THIS-STATUS = "35"
              OPEN OUTPUT TRAN-HIST-FILE
              CLOSE TRAN-HIST-FILE
              OPEN I-O TRAN-HIST-FILE
           END-IF.
           IF WK-THIS-STATUS NOT = "00"
              DISPLAY "LOANDDRT E007 取引履歴 オープン失敗 "
                      WK-THIS-STATUS
              GOBACK
           END-IF.
           MOVE WK-UL-HEADER TO UL-PRINT-LINE.
           WRITE UL-PRINT-LINE.
           MOVE WK-UL-COLHDR TO UL-PRINT-LINE.
               WHEN "00"
                   MOVE LM-BORROWER-ID TO WK-UL-BORROWER
                   MOVE LM-STATUS      TO WK-UL-STATUS
                   PERFORM MAIN-200-TH-WRITE THRU MAIN-200-EXIT
               WHEN "23"
                   ADD 1 TO WK-UNKNOWN-COUNT
                   MOVE WK-UL-NOTFOUND TO WK-UL-BORROWER
       MAIN-100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    振替不能 1件の取引履歴の書出し。金額は引き落とせなかった
      *    請求額、補足は銀行の事由コード。残高は動かないので取引
      *    後の状態は読んだマスタのまま
      *----------------------------------------------------------------
       MAIN-200-TH-WRITE.
           MOVE UN-LOAN-NO        TO TH-LOAN-NO.
           MOVE WK-BUSINESS-DATE  TO TH-POST-DATE.
           MOVE "DR"              TO TH-TRAN-TYPE.
           MOVE "LOANDDRT"        TO TH-SOURCE.
           MOVE UN-CLAIM-YEAR     TO WK-TH-VALUE-YEAR.
           MOVE UN-CLAIM-MONTH    TO WK-TH-VALUE-MONTH.
           MOVE WK-TH-VALUE-DATE  TO TH-VALUE-DATE.
           MOVE UN-AMOUNT         TO TH-AMOUNT.
           MOVE ZERO              TO TH-PRINCIPAL
                                      TH-INTEREST
                                      TH-LATE-CHARGE
                                      TH-ARREARS.
           MOVE LM-LOAN-LEFT      TO TH-BALANCE.
           MOVE LM-ARREARS-AMOUNT TO TH-ARREARS-AFTER.
           MOVE LM-LATE-CHARGE    TO TH-LATE-AFTER.
           MOVE LM-STATUS         TO TH-STATUS-AFTER.
           MOVE UN-REASON-CODE    TO TH-NOTE.
           MOVE 1                 TO WK-TH-SEQ.
           MOVE WK-TH-SEQ         TO TH-SEQ.
           WRITE TH-HISTORY-RECORD.
           PERFORM MAIN-210-TH-RETRY THRU MAIN-210-EXIT
                   UNTIL WK-THIS-STATUS NOT = "22"
                      OR WK-TH-SEQ = 99999.
           IF WK-THIS-STATUS NOT = "00"
              DISPLAY "LOANDDRT E008 取引履歴 書込失敗 "
                      WK-THIS-STATUS " " UN-LOAN-NO
              GOBACK
           END-IF.
           ADD 1 TO WK-TH-COUNT.
       MAIN-200-EXIT.
           EXIT.
      *
       MAIN-210-TH-RETRY.
           ADD  1         TO WK-TH-SEQ.
           MOVE WK-TH-SEQ TO TH-SEQ.
           WRITE TH-HISTORY-RECORD.
       MAIN-210-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    終了処理
      *----------------------------------------------------------------
       MAIN-900-CLOSE.
           CLOSE UNPAID-FILE LOAN-MASTER-FILE UNPAID-LIST-FILE
                 TRAN-HIST-FILE.
       MAIN-900-EXIT.
           EXIT.
      *--------------------<< END OF PROGRAM >>-----------------------*
