      ****************************************************************
      *                                                              *
      *         代位弁済請求バッチ（保証会社向け請求ファイル作成）   *
      *                                                              *
      ****************************************************************
       IDENTIFICATION          DIVISION.
      ****************************************************************
       PROGRAM-ID.             LOANSBCL.
       AUTHOR.                 TOKYO-SYSTEM-HOUSE.
       DATE-WRITTEN.           2026/10/15.
      *----------------------------------------------------------------
      *    変更履歴
      *    2026/10/15  TSH  新規作成。期限の利益喪失中（状態 X）の
      *                     契約のうち、延滞日数（最古の未入金月の
      *                     1日から営業日まで）が起動時に入力した
      *                     日数以上で、まだ請求していないものを
      *                     選び、保証会社向けの代位弁済請求ファイル
      *                     （LOANSBCF）へ書き出す。請求内訳（残元金
      *                     ・経過利息・延滞額・遅延損害金・未払利息）
      *                     は完済見込額照会（LOANPOFF）と同じ規則で
      *                     営業日時点で求め、借入人の氏名・住所は
      *                     借入人マスタから写す。請求した契約は代位
      *                     弁済請求台帳（LOANSBLG）へ登録し、弁済
      *                     結果の取込み（LOANSBST）で照合する
      *    2026/10/15  TSH  同じ営業日の再実行（送信失敗のやり直し
      *                     など）で、その日に台帳へ登録済みの請求を
      *                     台帳の内訳から請求ファイルへ書き直す。
      *                     台帳へは二度書かない
      *    2026/10/15  TSH  トレーラを空白で消してから作る（明細の
      *                     氏名・住所が残らないようにする）
      *----------------------------------------------------------------
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       SOURCE-COMPUTER.        OPEN-COBOL.
       OBJECT-COMPUTER.        OPEN-COBOL.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE   ASSIGN TO "LOANMAST"
                                      ORGANIZATION INDEXED
                                      ACCESS SEQUENTIAL
                                      RECORD KEY LM-LOAN-NO
                                      ALTERNATE KEY LM-BORROWER-ID
                                          WITH DUPLICATES
                                      FILE STATUS WK-MASTER-STATUS.
           SELECT BORR-MASTER-FILE   ASSIGN TO "BORRMAST"
                                      ORGANIZATION INDEXED
                                      ACCESS RANDOM
                                      RECORD KEY BM-BORROWER-ID
                                      FILE STATUS WK-BORR-STATUS.
           SELECT CLAIM-LEDGER-FILE  ASSIGN TO "LOANSBLG"
                                      ORGANIZATION INDEXED
                                      ACCESS RANDOM
                                      RECORD KEY SB-LOAN-NO
                                      FILE STATUS WK-LEDGER-STATUS.
           SELECT CLAIM-FILE         ASSIGN TO "LOANSBCF"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-CLAIM-STATUS.
           SELECT RUN-CONTROL-FILE   ASSIGN TO "LOANRUNC"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-RUNC-STATUS.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
       FILE                    SECTION.
       FD  LOAN-MASTER-FILE.
           COPY "LOANMAST".
      *
       FD  BORR-MASTER-FILE.
           COPY "BORRMAST".
      *
       FD  CLAIM-LEDGER-FILE.
           COPY "LOANSBLG".
      *
       FD  CLAIM-FILE.
           COPY "LOANSBCF".
      *
       FD  RUN-CONTROL-FILE.
           COPY "LOANRUNC".
      *
       WORKING-STORAGE         SECTION.
       01  WK-MASTER-STATUS    PIC X(02).
       01  WK-BORR-STATUS      PIC X(02).
       01  WK-LEDGER-STATUS    PIC X(02).
       01  WK-CLAIM-STATUS     PIC X(02).
       01  WK-RUNC-STATUS      PIC X(02).
       01  WK-EOF-SW           PIC X(01)            VALUE "N".
           88  WK-EOF                               VALUE "Y".
       01  WK-ACCEL-COUNT      PIC 9(07)            VALUE ZERO.
       01  WK-CLAIM-COUNT      PIC 9(07)            VALUE ZERO.
       01  WK-ALREADY-COUNT    PIC 9(07)            VALUE ZERO.
       01  WK-YOUNG-COUNT      PIC 9(07)            VALUE ZERO.
       01  WK-NOBORR-COUNT     PIC 9(07)            VALUE ZERO.
       01  WK-REBUILD-COUNT    PIC 9(07)            VALUE ZERO.
       01  WK-REBUILD-SW       PIC X(01)            VALUE "N".
           88  WK-REBUILD                           VALUE "Y".
       01  WK-CLAIM-TOTAL-SUM  PIC 9(12)            VALUE ZERO.
      *----------------------------------------------------------------
      *    請求対象の延滞日数（起動時にオペレータが入力する。
      *    ゼロなら既定値 90日）
      *----------------------------------------------------------------
       01  WK-DAYS-LIMIT       PIC 9(05)            VALUE ZERO.
       01  WK-BUSINESS-DATE    PIC 9(08).
       01  WK-TODAY-INT        PIC 9(07).
      *----------------------------------------------------------------
      *    請求内訳の計算（LOANPOFF MAIN-200-CALC と同じ規則。経過
      *    利息は次回返済年月の1日から営業日までの日割り）
      *----------------------------------------------------------------
       01  WK-ACCRUE-FROM      PIC 9(08).
       01  WK-ACCRUE-FROM-R    REDEFINES WK-ACCRUE-FROM.
           05  WK-AF-YEAR      PIC 9(04).
           05  WK-AF-MONTH     PIC 9(02).
           05  WK-AF-DAY       PIC 9(02).
       01  WK-FROM-INT         PIC 9(07).
       01  WK-OVERDUE-DAYS     PIC S9(05).
       01  WK-INT-WORK         PIC 9(09)V9(09).
       01  WK-CL-PRINCIPAL     PIC 9(09).
       01  WK-CL-INTEREST      PIC 9(09).
       01  WK-CL-DEFERRED      PIC 9(09).
       01  WK-CL-ARREARS       PIC 9(09).
       01  WK-CL-LATE          PIC 9(09).
       01  WK-CL-TOTAL         PIC 9(10).
      ****************************************************************
       PROCEDURE               DIVISION.
      ****************************************************************
       HAJIME.
       MAIN-000.
           PERFORM MAIN-010-OPEN     THRU MAIN-010-EXIT.
           PERFORM MAIN-020-READ     THRU MAIN-020-EXIT.
           PERFORM MAIN-100-PROCESS  THRU MAIN-100-EXIT
                   UNTIL WK-EOF.
           PERFORM MAIN-900-CLOSE    THRU MAIN-900-EXIT.
           DISPLAY "LOANSBCL 喪失件数  = " WK-ACCEL-COUNT.
           DISPLAY "LOANSBCL 請求件数  = " WK-CLAIM-COUNT.
           DISPLAY "LOANSBCL 請求済み  = " WK-ALREADY-COUNT.
           DISPLAY "LOANSBCL 当日再作成= " WK-REBUILD-COUNT.
           DISPLAY "LOANSBCL 日数未満  = " WK-YOUNG-COUNT.
           DISPLAY "LOANSBCL 借入人なし= " WK-NOBORR-COUNT.
           DISPLAY "LOANSBCL 請求額計  = " WK-CLAIM-TOTAL-SUM.
           GOBACK.
      *----------------------------------------------------------------
      *    初期化・ファイル オープン。その営業日の繰越完了後にだけ
      *    走らせる（当夜の損害金の計上前の内訳で請求しないため）
      *----------------------------------------------------------------
       MAIN-010-OPEN.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WK-RUNC-STATUS NOT = "00"
              DISPLAY "LOANSBCL E001 実行管理 オープン失敗 "
                      WK-RUNC-STATUS
              GOBACK
           END-IF.
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY "LOANSBCL E001 実行管理が空"
                   GOBACK
           END-READ.
           CLOSE RUN-CONTROL-FILE.
           MOVE RC-BUSINESS-DATE TO WK-BUSINESS-DATE.
           IF NOT RC-ROLL-DONE
              DISPLAY "LOANSBCL E002 営業日 " RC-BUSINESS-DATE
                      " の繰越が未完了のため請求しない"
              GOBACK
           END-IF.
           COMPUTE WK-TODAY-INT
                 = FUNCTION INTEGER-OF-DATE(WK-BUSINESS-DATE).
           DISPLAY "請求対象の延滞日数: " NO ADVANCING.
           ACCEPT WK-DAYS-LIMIT.
           IF WK-DAYS-LIMIT = ZERO
              MOVE 90 TO WK-DAYS-LIMIT
           END-IF.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WK-MASTER-STATUS NOT = "00"
              DISPLAY "LOANSBCL E003 マスタ オープン失敗 "
                      WK-MASTER-STATUS
              GOBACK
           END-IF.
           OPEN INPUT BORR-MASTER-FILE.
           IF WK-BORR-STATUS NOT = "00"
              DISPLAY "LOANSBCL E004 借入人 オープン失敗 "
                      WK-BORR-STATUS
              GOBACK
           END-IF.
      *        台帳が未作成（初回）なら空で作ってから開き直す
           OPEN I-O CLAIM-LEDGER-FILE.
           IF WK-LEDGER-STATUS = "35"
              OPEN OUTPUT CLAIM-LEDGER-FILE
              CLOSE CLAIM-LEDGER-FILE
              OPEN I-O CLAIM-LEDGER-FILE
           END-IF.
           IF WK-LEDGER-STATUS NOT = "00"
              DISPLAY "LOANSBCL E005 請求台帳 オープン失敗 "
                      WK-LEDGER-STATUS
              GOBACK
           END-IF.
           OPEN OUTPUT CLAIM-FILE.
           IF WK-CLAIM-STATUS NOT = "00"
              DISPLAY "LOANSBCL E006 請求 オープン失敗 "
                      WK-CLAIM-STATUS
              GOBACK
           END-IF.
       MAIN-010-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    マスタ 1件読込
      *----------------------------------------------------------------
       MAIN-020-READ.
           READ LOAN-MASTER-FILE
               AT END
                   SET WK-EOF TO TRUE
           END-READ.
       MAIN-020-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    1件分の処理。喪失中で延滞日数が入力値以上、かつ台帳に
      *    まだ無い契約だけを請求する（拒絶・一部弁済で台帳に
      *    残っている契約も二重には請求しない）。当営業日に請求中
      *    として登録した契約は、再実行で請求ファイルが作り直され
      *    ても送れるよう、台帳の内訳で請求明細だけを書き直す
      *----------------------------------------------------------------
       MAIN-100-PROCESS.
           IF NOT LM-ACCELERATED
              GO TO MAIN-100-NEXT
           END-IF.
           ADD 1 TO WK-ACCEL-COUNT.
           MOVE LM-NEXT-YEAR  TO WK-AF-YEAR.
           MOVE LM-NEXT-MONTH TO WK-AF-MONTH.
           MOVE 1             TO WK-AF-DAY.
           COMPUTE WK-FROM-INT
                 = FUNCTION INTEGER-OF-DATE(WK-ACCRUE-FROM).
           COMPUTE WK-OVERDUE-DAYS = WK-TODAY-INT - WK-FROM-INT.
           IF WK-OVERDUE-DAYS < ZERO
              MOVE ZERO TO WK-OVERDUE-DAYS
           END-IF.
           MOVE "N"        TO WK-REBUILD-SW.
           MOVE LM-LOAN-NO TO SB-LOAN-NO.
           READ CLAIM-LEDGER-FILE.
           IF WK-LEDGER-STATUS = "00"
              IF SB-CLAIMED AND SB-CLAIM-DATE = WK-BUSINESS-DATE
                 MOVE "Y" TO WK-REBUILD-SW
              ELSE
                 ADD 1 TO WK-ALREADY-COUNT
                 GO TO MAIN-100-NEXT
              END-IF
           END-IF.
           IF WK-LEDGER-STATUS NOT = "00" AND NOT = "23"
              DISPLAY "LOANSBCL E007 請求台帳読込失敗 "
                      WK-LEDGER-STATUS " " LM-LOAN-NO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT WK-REBUILD
              AND WK-OVERDUE-DAYS < WK-DAYS-LIMIT
              ADD 1 TO WK-YOUNG-COUNT
              GO TO MAIN-100-NEXT
           END-IF.
           MOVE LM-BORROWER-ID TO BM-BORROWER-ID.
           READ BORR-MASTER-FILE.
           IF WK-BORR-STATUS = "23"
      *        氏名・住所の無い請求は保証会社が受け付けないため、
      *        借入人を登録してから次回に請求する
              DISPLAY "LOANSBCL W001 借入人 " LM-BORROWER-ID
                      " が未登録 ローン番号 " LM-LOAN-NO
              ADD 1 TO WK-NOBORR-COUNT
              GO TO MAIN-100-NEXT
           END-IF.
           IF WK-BORR-STATUS NOT = "00"
              DISPLAY "LOANSBCL E008 借入人読込失敗 "
                      WK-BORR-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WK-REBUILD
              PERFORM MAIN-250-RELOAD THRU MAIN-250-EXIT
              PERFORM MAIN-300-CLAIM  THRU MAIN-300-EXIT
              ADD 1 TO WK-REBUILD-COUNT
              GO TO MAIN-100-NEXT
           END-IF.
           PERFORM MAIN-200-CALC  THRU MAIN-200-EXIT.
           PERFORM MAIN-300-CLAIM THRU MAIN-300-EXIT.
           PERFORM MAIN-400-LEDGER THRU MAIN-400-EXIT.
       MAIN-100-NEXT.
           PERFORM MAIN-020-READ THRU MAIN-020-EXIT.
       MAIN-100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    請求内訳の計算。経過利息は次回返済年月の1日から営業日
      *    までの日割り（年365日）。未払利息は変動型だけが持つ
      *----------------------------------------------------------------
       MAIN-200-CALC.
           MOVE LM-LOAN-LEFT       TO WK-CL-PRINCIPAL.
           IF LM-VARIABLE-RATE
              MOVE LM-DEFERRED-INT TO WK-CL-DEFERRED
           ELSE
              MOVE ZERO            TO WK-CL-DEFERRED
           END-IF.
           COMPUTE WK-INT-WORK
                 = LM-LOAN-LEFT * LM-INTEREST-RATE / 100
                   * WK-OVERDUE-DAYS / 365.
           IF LM-ROUND-MODE = 2
              COMPUTE WK-CL-INTEREST = WK-INT-WORK
           ELSE
              COMPUTE WK-CL-INTEREST ROUNDED = WK-INT-WORK
           END-IF.
           MOVE LM-ARREARS-AMOUNT  TO WK-CL-ARREARS.
           MOVE LM-LATE-CHARGE     TO WK-CL-LATE.
           COMPUTE WK-CL-TOTAL
                 = WK-CL-PRINCIPAL + WK-CL-INTEREST
                   + WK-CL-ARREARS + WK-CL-LATE
                   + WK-CL-DEFERRED.
       MAIN-200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    当日登録済みの請求の内訳を台帳から戻す（再実行で請求
      *    ファイルを書き直すとき。最初の実行で送った額と同じにする）
      *----------------------------------------------------------------
       MAIN-250-RELOAD.
           MOVE SB-PRINCIPAL       TO WK-CL-PRINCIPAL.
           MOVE SB-ACCRUED-INT     TO WK-CL-INTEREST.
           MOVE SB-ARREARS         TO WK-CL-ARREARS.
           MOVE SB-LATE-CHARGE     TO WK-CL-LATE.
           MOVE SB-DEFERRED-INT    TO WK-CL-DEFERRED.
           MOVE SB-CLAIM-TOTAL     TO WK-CL-TOTAL.
       MAIN-250-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    請求明細 1件の書出し
      *----------------------------------------------------------------
       MAIN-300-CLAIM.
           MOVE "D"                TO SC-RECORD-TYPE.
           MOVE LM-LOAN-NO         TO SC-LOAN-NO.
           MOVE WK-BUSINESS-DATE   TO SC-CLAIM-DATE.
           MOVE LM-BORROWER-ID     TO SC-BORROWER-ID.
           MOVE BM-NAME            TO SC-NAME.
           MOVE BM-KANA            TO SC-KANA.
           MOVE BM-POSTAL-CODE     TO SC-POSTAL-CODE.
           MOVE BM-ADDRESS-1       TO SC-ADDRESS-1.
           MOVE BM-ADDRESS-2       TO SC-ADDRESS-2.
           MOVE LM-LOAN-AMOUNT     TO SC-LOAN-AMOUNT.
           MOVE WK-OVERDUE-DAYS    TO SC-OVERDUE-DAYS.
           MOVE WK-CL-PRINCIPAL    TO SC-PRINCIPAL.
           MOVE WK-CL-INTEREST     TO SC-ACCRUED-INT.
           MOVE WK-CL-ARREARS      TO SC-ARREARS.
           MOVE WK-CL-LATE         TO SC-LATE-CHARGE.
           MOVE WK-CL-DEFERRED     TO SC-DEFERRED-INT.
           MOVE WK-CL-TOTAL        TO SC-CLAIM-TOTAL.
           WRITE SC-CLAIM-RECORD.
           ADD 1           TO WK-CLAIM-COUNT.
           ADD WK-CL-TOTAL TO WK-CLAIM-TOTAL-SUM.
       MAIN-300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    請求台帳への登録（請求中）
      *----------------------------------------------------------------
       MAIN-400-LEDGER.
           MOVE LM-LOAN-NO         TO SB-LOAN-NO.
           MOVE WK-BUSINESS-DATE   TO SB-CLAIM-DATE.
           MOVE LM-BORROWER-ID     TO SB-BORROWER-ID.
           MOVE WK-CL-PRINCIPAL    TO SB-PRINCIPAL.
           MOVE WK-CL-INTEREST     TO SB-ACCRUED-INT.
           MOVE WK-CL-ARREARS      TO SB-ARREARS.
           MOVE WK-CL-LATE         TO SB-LATE-CHARGE.
           MOVE WK-CL-DEFERRED     TO SB-DEFERRED-INT.
           MOVE WK-CL-TOTAL        TO SB-CLAIM-TOTAL.
           SET  SB-CLAIMED         TO TRUE.
           MOVE ZERO               TO SB-RESULT-DATE
                                      SB-PAID-AMOUNT.
           WRITE SB-CLAIM-RECORD.
           IF WK-LEDGER-STATUS NOT = "00"
              DISPLAY "LOANSBCL E009 請求台帳書込失敗 "
                      WK-LEDGER-STATUS " " LM-LOAN-NO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       MAIN-400-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    終了処理。請求ファイルの末尾にトレーラを置く
      *----------------------------------------------------------------
       MAIN-900-CLOSE.
      *        明細と同じ領域なので、前の明細の内容を消してから作る
           MOVE SPACES             TO SC-TRAILER-RECORD.
           MOVE "T"                TO SC-TR-RECORD-TYPE.
           MOVE WK-BUSINESS-DATE   TO SC-TR-CLAIM-DATE.
           MOVE WK-CLAIM-COUNT     TO SC-TR-COUNT.
           MOVE WK-CLAIM-TOTAL-SUM TO SC-TR-TOTAL.
           WRITE SC-TRAILER-RECORD.
           CLOSE LOAN-MASTER-FILE BORR-MASTER-FILE
                 CLAIM-LEDGER-FILE CLAIM-FILE.
       MAIN-900-EXIT.
           EXIT.
      *--------------------<< END OF PROGRAM >>-----------------------*
