      ****************************************************************
      *                                                              *
      *         借入人別 名寄せ照会（借入人ID による副キー読み）     *
      *                                                              *
      ****************************************************************
       IDENTIFICATION          DIVISION.
      ****************************************************************
       PROGRAM-ID.             BORRINQ.
       AUTHOR.                 TOKYO-SYSTEM-HOUSE.
       DATE-WRITTEN.           2026/10/15.
      *----------------------------------------------------------------
      *    変更履歴
      *    2026/10/15  TSH  新規作成。借入人ID を受け取り、借入人
      *                     マスタの氏名・住所・引落とし口座を表示
      *                     したうえで、ローン・マスタの借入人ID
      *                     副キーでその借入人の全契約を読み、契約
      *                     ごとの状態・残高・次回返済年月・毎月払い
      *                     ・延滞額・遅延損害金と借入人合計を表示
      *                     する。窓口で契約番号を探さずに「全部で
      *                     いくら残っているか」へ答えられるように
      *                     する（毎月払いの求め方は LOANINQ と同じ）
      *----------------------------------------------------------------
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       SOURCE-COMPUTER.        OPEN-COBOL.
       OBJECT-COMPUTER.        OPEN-COBOL.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE   ASSIGN TO "LOANMAST"
                                      ORGANIZATION INDEXED
                                      ACCESS DYNAMIC
                                      RECORD KEY LM-LOAN-NO
                                      ALTERNATE KEY LM-BORROWER-ID
                                          WITH DUPLICATES
                                      FILE STATUS WK-MASTER-STATUS.
           SELECT BORR-MASTER-FILE   ASSIGN TO "BORRMAST"
                                      ORGANIZATION INDEXED
                                      ACCESS RANDOM
                                      RECORD KEY BM-BORROWER-ID
                                      FILE STATUS WK-BORR-STATUS.
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
       WORKING-STORAGE         SECTION.
       01  WK-MASTER-STATUS    PIC X(02).
       01  WK-BORR-STATUS      PIC X(02).
       01  WK-INQ-BORROWER-ID  PIC X(10).
       01  WK-LOAN-EOF-SW      PIC X(01)            VALUE "N".
           88  WK-LOAN-EOF                          VALUE "Y".
       01  WK-REMAIN-PERIODS   PIC 999.
       01  WK-SHOW-PAYMENT     PIC 9(09).
       01  WK-LEFT-INT         PIC 9(09).
      *----------------------------------------------------------------
      *    借入人合計
      *----------------------------------------------------------------
       01  WK-LOAN-COUNT       PIC 9(05)            VALUE ZERO.
       01  WK-TOT-LEFT         PIC 9(12)            VALUE ZERO.
       01  WK-TOT-PAYMENT      PIC 9(12)            VALUE ZERO.
       01  WK-TOT-ARREARS      PIC 9(12)            VALUE ZERO.
       01  WK-TOT-CHARGE       PIC 9(12)            VALUE ZERO.
       01  WK-TOT-DEFERRED     PIC 9(12)            VALUE ZERO.
       01  WK-TOT-OWED         PIC 9(12)            VALUE ZERO.
       01  DSP-LOAN-LEFT       PIC ZZZ,ZZZ,ZZ9.
       01  DSP-PAYMENT         PIC ZZZ,ZZZ,ZZ9.
       01  DSP-ARREARS         PIC ZZZ,ZZZ,ZZ9.
       01  DSP-CHARGE          PIC ZZZ,ZZZ,ZZ9.
       01  DSP-TOTAL           PIC ZZZ,ZZZ,ZZZ,ZZ9.
      *----------------------------------------------------------------
      *    LOANSUB 呼出し用パラメタ（残り期間分の予定を貰う）
      *----------------------------------------------------------------
       01  WK-LK-LOAN           PIC 9(09).
       01  WK-LK-INTEREST-RATE  PIC S9(02)V9(03).
       01  WK-LK-PERIODS        PIC 999.
       01  WK-LK-PAYMENT        PIC 9(09).
       01  WK-LK-RETURN-CODE    PIC 99.
       01  WK-LK-START-YEAR     PIC 9(04).
       01  WK-LK-START-MONTH    PIC 99.
       01  WK-LK-BONUS-LOAN     PIC 9(09).
       01  WK-LK-BONUS-AMOUNT   PIC 9(09).
       01  WK-LK-BONUS-MONTH-1  PIC 99.
       01  WK-LK-BONUS-MONTH-2  PIC 99.
       01  WK-LK-PREPAY-AMOUNT  PIC 9(09).
       01  WK-LK-PREPAY-PERIOD  PIC 999.
       01  WK-LK-PREPAY-MODE    PIC 9.
       01  WK-LK-ROUND-MODE     PIC 9.
       01  WK-LK-TOTAL-PAYMENT  PIC 9(09).
       01  WK-LK-TOTAL-INTEREST PIC 9(09).
       01  WK-LK-EFFECTIVE-RATE PIC 9(02)V9(03).
       01  WK-LK-LOAN-NO        PIC 9(09).
       01  WK-LK-CALLER         PIC X(10)            VALUE "BORRINQ".
       01  WK-LK-REPAY-METHOD   PIC 9.
       01  WK-LK-RUN-DATE       PIC 9(08)            VALUE ZERO.
           COPY "LOANSCHD".
      ****************************************************************
       PROCEDURE               DIVISION.
      ****************************************************************
       HAJIME.
       MAIN-000.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WK-MASTER-STATUS NOT = "00"
              DISPLAY "BORRINQ E001 マスタ オープン失敗 "
                      WK-MASTER-STATUS
              GOBACK
           END-IF.
           OPEN INPUT BORR-MASTER-FILE.
           IF WK-BORR-STATUS NOT = "00"
              DISPLAY "BORRINQ E002 借入人 オープン失敗 "
                      WK-BORR-STATUS
              CLOSE LOAN-MASTER-FILE
              GOBACK
           END-IF.
           DISPLAY "借入人ID: " NO ADVANCING.
           ACCEPT WK-INQ-BORROWER-ID.
           PERFORM MAIN-100-BORROWER THRU MAIN-100-EXIT.
           PERFORM MAIN-200-LOANS    THRU MAIN-200-EXIT.
           CLOSE LOAN-MASTER-FILE BORR-MASTER-FILE.
           GOBACK.
      *----------------------------------------------------------------
      *    借入人マスタの表示。未登録でも契約の表示は続ける（宛先
      *    の無い契約を窓口で見つけられるようにする）
      *----------------------------------------------------------------
       MAIN-100-BORROWER.
           MOVE WK-INQ-BORROWER-ID TO BM-BORROWER-ID.
           READ BORR-MASTER-FILE.
           IF WK-BORR-STATUS = "23"
              DISPLAY "BORRINQ W001 借入人 " WK-INQ-BORROWER-ID
                      " は登録がない"
              GO TO MAIN-100-EXIT
           END-IF.
           IF WK-BORR-STATUS NOT = "00"
              DISPLAY "BORRINQ E003 借入人読込失敗 "
                      WK-BORR-STATUS
              GO TO MAIN-100-EXIT
           END-IF.
           DISPLAY "借入人ID     : " BM-BORROWER-ID.
           DISPLAY "氏名         : " BM-NAME.
           DISPLAY "カナ         : " BM-KANA.
           DISPLAY "郵便番号     : " BM-POSTAL-CODE.
           DISPLAY "住所         : " BM-ADDRESS-1.
           IF BM-ADDRESS-2 NOT = SPACES
              DISPLAY "               " BM-ADDRESS-2
           END-IF.
           IF BM-BANK-CODE = SPACES
              DISPLAY "引落とし口座 : 未登録"
              GO TO MAIN-100-EXIT
           END-IF.
           EVALUATE BM-ACCOUNT-TYPE
               WHEN 1
                   DISPLAY "引落とし口座 : " BM-BANK-CODE "-"
                           BM-BRANCH-CODE " 普通 " BM-ACCOUNT-NO
               WHEN 2
                   DISPLAY "引落とし口座 : " BM-BANK-CODE "-"
                           BM-BRANCH-CODE " 当座 " BM-ACCOUNT-NO
               WHEN OTHER
                   DISPLAY "引落とし口座 : " BM-BANK-CODE "-"
                           BM-BRANCH-CODE " " BM-ACCOUNT-NO
           END-EVALUATE.
           DISPLAY "口座名義     : " BM-ACCOUNT-NAME.
       MAIN-100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    契約の一覧。副キーで借入人の先頭の契約へ位置付け、借入人
      *    ID が変わるまで順に読む
      *----------------------------------------------------------------
       MAIN-200-LOANS.
           MOVE WK-INQ-BORROWER-ID TO LM-BORROWER-ID.
           START LOAN-MASTER-FILE KEY = LM-BORROWER-ID.
           IF WK-MASTER-STATUS = "23"
              DISPLAY "BORRINQ W002 借入人 " WK-INQ-BORROWER-ID
                      " の契約はない"
              GO TO MAIN-200-EXIT
           END-IF.
           IF WK-MASTER-STATUS NOT = "00"
              DISPLAY "BORRINQ E004 マスタ位置付け失敗 "
                      WK-MASTER-STATUS
              GO TO MAIN-200-EXIT
           END-IF.
           PERFORM MAIN-210-READ-NEXT THRU MAIN-210-EXIT.
           PERFORM MAIN-220-LOAN      THRU MAIN-220-EXIT
                   UNTIL WK-LOAN-EOF.
           PERFORM MAIN-300-TOTAL     THRU MAIN-300-EXIT.
       MAIN-200-EXIT.
           EXIT.
      *
       MAIN-210-READ-NEXT.
           READ LOAN-MASTER-FILE NEXT
               AT END
                   SET WK-LOAN-EOF TO TRUE
           END-READ.
           IF NOT WK-LOAN-EOF
              AND LM-BORROWER-ID NOT = WK-INQ-BORROWER-ID
              SET WK-LOAN-EOF TO TRUE
           END-IF.
       MAIN-210-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    契約 1件の表示と借入人合計への積上げ。完済・代位弁済済み
      *    は残高だけを表示し、借入人合計には含めない（マスタに
      *    残る帳簿残高は回収対象ではない）。期限の利益喪失中は
      *    毎回の請求が止まっているため毎月払いは出さない
      *----------------------------------------------------------------
       MAIN-220-LOAN.
           ADD 1 TO WK-LOAN-COUNT.
           DISPLAY "----------------------------------------".
           DISPLAY "ローン番号   : " LM-LOAN-NO.
           EVALUATE TRUE
               WHEN LM-ACTIVE
                   DISPLAY "状態         : 稼働中"
               WHEN LM-DELINQUENT
                   DISPLAY "状態         : 延滞中"
               WHEN LM-PAID-OFF
                   DISPLAY "状態         : 完済"
               WHEN LM-ACCELERATED
                   DISPLAY "状態         : 期限の利益喪失"
               WHEN LM-SUBROGATED
                   DISPLAY "状態         : 代位弁済済み"
               WHEN OTHER
                   DISPLAY "状態         : " LM-STATUS
           END-EVALUATE.
           MOVE LM-LOAN-LEFT TO DSP-LOAN-LEFT.
           DISPLAY "現在残高     : " DSP-LOAN-LEFT.
           IF LM-PAID-OFF OR LM-SUBROGATED
              GO TO MAIN-220-NEXT
           END-IF.
           MOVE LM-LOAN-LEFT TO WK-LEFT-INT.
           ADD  WK-LEFT-INT  TO WK-TOT-LEFT.
           DISPLAY "次回返済年月 : " LM-NEXT-YEAR "/"
                   LM-NEXT-MONTH.
           IF LM-ACCELERATED
              DISPLAY "毎月払い     : 一括請求中"
           ELSE
              PERFORM MAIN-230-PAYMENT THRU MAIN-230-EXIT
           END-IF.
           MOVE LM-ARREARS-AMOUNT TO DSP-ARREARS.
           MOVE LM-LATE-CHARGE    TO DSP-CHARGE.
           DISPLAY "延滞額       : " DSP-ARREARS.
           DISPLAY "延滞回数     : " LM-ARREARS-PERIODS.
           DISPLAY "遅延損害金   : " DSP-CHARGE.
           ADD LM-ARREARS-AMOUNT TO WK-TOT-ARREARS.
           ADD LM-LATE-CHARGE    TO WK-TOT-CHARGE.
           IF LM-DEFERRED-INT NOT = ZERO
              MOVE LM-DEFERRED-INT TO DSP-ARREARS
              DISPLAY "未払利息     : " DSP-ARREARS
              ADD LM-DEFERRED-INT TO WK-TOT-DEFERRED
           END-IF.
       MAIN-220-NEXT.
           PERFORM MAIN-210-READ-NEXT THRU MAIN-210-EXIT.
       MAIN-220-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    毎月払い。変動型は見直しまで固定の契約額、固定型は
      *    LOANSUB の再計算額（LOANINQ と同じ）
      *----------------------------------------------------------------
       MAIN-230-PAYMENT.
           COMPUTE WK-REMAIN-PERIODS
                 = LM-PERIODS - LM-PERIODS-DONE.
           IF LM-VARIABLE-RATE
              MOVE LM-CURRENT-PAYMENT TO WK-SHOW-PAYMENT
           ELSE
              PERFORM MAIN-240-CALLSUB THRU MAIN-240-EXIT
              IF WK-LK-RETURN-CODE NOT = ZERO
                 DISPLAY "BORRINQ W003 計算異常コード "
                         WK-LK-RETURN-CODE
                 GO TO MAIN-230-EXIT
              END-IF
              MOVE WK-LK-PAYMENT      TO WK-SHOW-PAYMENT
           END-IF.
           MOVE WK-SHOW-PAYMENT TO DSP-PAYMENT.
           DISPLAY "毎月払い     : " DSP-PAYMENT.
           ADD  WK-SHOW-PAYMENT TO WK-TOT-PAYMENT.
       MAIN-230-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    LOANSUB を呼び、残り期間分の予定を貰う
      *----------------------------------------------------------------
       MAIN-240-CALLSUB.
           MOVE  LM-LOAN-LEFT       TO WK-LK-LOAN.
           MOVE  LM-INTEREST-RATE   TO WK-LK-INTEREST-RATE.
           MOVE  WK-REMAIN-PERIODS  TO WK-LK-PERIODS.
           MOVE  LM-NEXT-YEAR       TO WK-LK-START-YEAR.
           MOVE  LM-NEXT-MONTH      TO WK-LK-START-MONTH.
           MOVE  LM-BONUS-LOAN      TO WK-LK-BONUS-LOAN.
           MOVE  LM-BONUS-AMOUNT    TO WK-LK-BONUS-AMOUNT.
           MOVE  LM-BONUS-MONTH-1   TO WK-LK-BONUS-MONTH-1.
           MOVE  LM-BONUS-MONTH-2   TO WK-LK-BONUS-MONTH-2.
           MOVE  ZERO               TO WK-LK-PREPAY-AMOUNT
                                        WK-LK-PREPAY-PERIOD
                                        WK-LK-PREPAY-MODE.
           MOVE  LM-ROUND-MODE      TO WK-LK-ROUND-MODE.
           MOVE  LM-REPAY-METHOD    TO WK-LK-REPAY-METHOD.
           MOVE  LM-LOAN-NO         TO WK-LK-LOAN-NO.
           CALL "LOANSUB"      USING WK-LK-LOAN,
                                      WK-LK-INTEREST-RATE,
                                      WK-LK-PERIODS,
                                      WK-LK-PAYMENT,
                                      WK-LK-RETURN-CODE,
                                      WK-LK-START-YEAR,
                                      WK-LK-START-MONTH,
                                      WK-LK-BONUS-LOAN,
                                      WK-LK-BONUS-AMOUNT,
                                      WK-LK-BONUS-MONTH-1,
                                      WK-LK-BONUS-MONTH-2,
                                      WK-LK-PREPAY-AMOUNT,
                                      WK-LK-PREPAY-PERIOD,
                                      WK-LK-PREPAY-MODE,
                                      WK-LK-ROUND-MODE,
                                      WK-LK-TOTAL-PAYMENT,
                                      WK-LK-TOTAL-INTEREST,
                                      WK-LK-EFFECTIVE-RATE,
                                      LK-SCHEDULE-COUNT,
                                      LK-SCHEDULE-TABLE,
                                      WK-LK-LOAN-NO,
                                      WK-LK-CALLER,
                                      WK-LK-REPAY-METHOD,
                                      WK-LK-RUN-DATE.
       MAIN-240-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    借入人合計。債務合計は残高＋延滞額＋遅延損害金＋未払利息
      *----------------------------------------------------------------
       MAIN-300-TOTAL.
           COMPUTE WK-TOT-OWED
                 = WK-TOT-LEFT + WK-TOT-ARREARS + WK-TOT-CHARGE
                   + WK-TOT-DEFERRED.
           DISPLAY "========================================".
           DISPLAY "契約件数     : " WK-LOAN-COUNT.
           MOVE WK-TOT-LEFT     TO DSP-TOTAL.
           DISPLAY "残高合計     : " DSP-TOTAL.
           MOVE WK-TOT-PAYMENT  TO DSP-TOTAL.
           DISPLAY "毎月払い合計 : " DSP-TOTAL.
           MOVE WK-TOT-ARREARS  TO DSP-TOTAL.
           DISPLAY "延滞額合計   : " DSP-TOTAL.
           MOVE WK-TOT-CHARGE   TO DSP-TOTAL.
           DISPLAY "損害金合計   : " DSP-TOTAL.
           IF WK-TOT-DEFERRED NOT = ZERO
              MOVE WK-TOT-DEFERRED TO DSP-TOTAL
              DISPLAY "未払利息合計 : " DSP-TOTAL
           END-IF.
           MOVE WK-TOT-OWED     TO DSP-TOTAL.
           DISPLAY "債務合計     : " DSP-TOTAL.
       MAIN-300-EXIT.
           EXIT.
      *--------------------<< END OF PROGRAM >>-----------------------*
