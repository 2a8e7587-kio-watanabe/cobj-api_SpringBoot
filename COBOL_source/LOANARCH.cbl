      ****************************************************************
      *                                                              *
      *         完済契約の月末移送（アーカイブ）・消去               *
      *                                                              *
      ****************************************************************
       IDENTIFICATION          DIVISION.
      ****************************************************************
       PROGRAM-ID.             LOANARCH.
       AUTHOR.                 TOKYO-SYSTEM-HOUSE.
       DATE-WRITTEN.           2026/10/15.
      *----------------------------------------------------------------
      *    変更履歴
      *    2026/10/15  TSH  新規作成。月末の繰越・保留管理の後に
      *                     走らせ、完済（状態 P）から移送パラメータ
      *                     （LOANARCP）の月数を超えて過ぎた契約を
      *                     マスタから完済契約アーカイブ（LOANARCM）
      *                     へ移す。保留台帳（LOANSLDO）に未解決の
      *                     保留が残る契約は移さずに台帳へ印字する。
      *                     移した契約の改定履歴（LOANRHIS）と保存
      *                     期間を過ぎた完済見積（LOANQUOT）は同じ
      *                     レイアウトの保管ファイル（LOANRHIA・
      *                     LOANQUOA）へ移す。移送・消去台帳
      *                     （LOANARRG）にファイルごとの処理前・
      *                     移送・処理後の件数と金額の管理合計を
      *                     印字し、一致しなければ条件コード 8 で
      *                     終わる。取引履歴（LOANTHIS）は恒久保存
      *                     のため消さない
      *    2026/10/15  TSH  月の最終営業日（翌営業日が翌月になる日）
      *                     以外の営業日では移送せずに条件コード 8
      *                     で終わる
      *----------------------------------------------------------------
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       SOURCE-COMPUTER.        OPEN-COBOL.
       OBJECT-COMPUTER.        OPEN-COBOL.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE   ASSIGN TO "LOANRUNC"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-RUNC-STATUS.
           SELECT PARAM-FILE         ASSIGN TO "LOANARCP"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-PARAM-STATUS.
           SELECT LOAN-MASTER-FILE   ASSIGN TO "LOANMAST"
                                      ORGANIZATION INDEXED
                                      ACCESS SEQUENTIAL
                                      RECORD KEY LM-LOAN-NO
                                      ALTERNATE KEY LM-BORROWER-ID
                                          WITH DUPLICATES
                                      FILE STATUS WK-MASTER-STATUS.
           SELECT LOAN-ARCHIVE-FILE  ASSIGN TO "LOANARCM"
                                      ORGANIZATION INDEXED
                                      ACCESS RANDOM
                                      RECORD KEY AM-LOAN-NO
                                      FILE STATUS WK-ARCM-STATUS.
           SELECT TRAN-HIST-FILE     ASSIGN TO "LOANTHIS"
                                      ORGANIZATION INDEXED
                                      ACCESS DYNAMIC
                                      RECORD KEY TH-KEY
                                      FILE STATUS WK-THIS-STATUS.
           SELECT SUSP-LEDGER-FILE   ASSIGN TO "LOANSLDO"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-LEDGER-STATUS.
           SELECT HISTORY-FILE       ASSIGN TO "LOANRHIS"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-RHIS-STATUS.
           SELECT HISTORY-WORK-FILE  ASSIGN TO "LOANRHIW"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-RHIW-STATUS.
           SELECT HISTORY-ARCH-FILE  ASSIGN TO "LOANRHIA"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-RHIA-STATUS.
           SELECT QUOTE-FILE         ASSIGN TO "LOANQUOT"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-QUOTE-STATUS.
           SELECT QUOTE-WORK-FILE    ASSIGN TO "LOANQUTW"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-QUTW-STATUS.
           SELECT QUOTE-ARCH-FILE    ASSIGN TO "LOANQUOA"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-QUOA-STATUS.
           SELECT REGISTER-FILE      ASSIGN TO "LOANARRG"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-REG-STATUS.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
       FILE                    SECTION.
       FD  RUN-CONTROL-FILE.
           COPY "LOANRUNC".
      *
       FD  PARAM-FILE.
           COPY "LOANARCP".
      *
       FD  LOAN-MASTER-FILE.
           COPY "LOANMAST".
      *
       FD  LOAN-ARCHIVE-FILE.
           COPY "LOANARCM".
      *
       FD  TRAN-HIST-FILE.
           COPY "LOANTHIS".
      *
       FD  SUSP-LEDGER-FILE.
           COPY "LOANSUSL".
      *
       FD  HISTORY-FILE.
           COPY "LOANRHIS".
      *
      *        作業・保管ファイルは LOANRHIS と同じ 44 バイト（同名
      *        コピー句を二重展開できないためレコードごと写す）
       FD  HISTORY-WORK-FILE.
       01  RW-HISTORY-RECORD        PIC X(44).
      *
       FD  HISTORY-ARCH-FILE.
       01  RA-HISTORY-RECORD        PIC X(44).
      *
       FD  QUOTE-FILE.
           COPY "LOANQUOT".
      *
      *        作業・保管ファイルは LOANQUOT と同じ 106 バイト
       FD  QUOTE-WORK-FILE.
       01  QW-QUOTE-RECORD          PIC X(106).
      *
       FD  QUOTE-ARCH-FILE.
       01  QA-QUOTE-RECORD          PIC X(106).
      *
       FD  REGISTER-FILE.
       01  AR-PRINT-LINE            PIC X(80).
      *
       WORKING-STORAGE         SECTION.
       01  WK-RUNC-STATUS      PIC X(02).
       01  WK-PARAM-STATUS     PIC X(02).
       01  WK-MASTER-STATUS    PIC X(02).
       01  WK-ARCM-STATUS      PIC X(02).
       01  WK-THIS-STATUS      PIC X(02).
       01  WK-LEDGER-STATUS    PIC X(02).
       01  WK-RHIS-STATUS      PIC X(02).
       01  WK-RHIW-STATUS      PIC X(02).
       01  WK-RHIA-STATUS      PIC X(02).
       01  WK-QUOTE-STATUS     PIC X(02).
       01  WK-QUTW-STATUS      PIC X(02).
       01  WK-QUOA-STATUS      PIC X(02).
       01  WK-REG-STATUS       PIC X(02).
       01  WK-EOF-SW           PIC X(01)            VALUE "N".
           88  WK-EOF                               VALUE "Y".
       01  WK-WORK-EOF-SW      PIC X(01)            VALUE "N".
           88  WK-WORK-EOF                          VALUE "Y".
       01  WK-THIS-OPEN-SW     PIC X(01)            VALUE "N".
           88  WK-THIS-OPEN                         VALUE "Y".
       01  WK-LEDGER-OPEN-SW   PIC X(01)            VALUE "N".
           88  WK-LEDGER-OPEN                       VALUE "Y".
       01  WK-TH-DONE-SW       PIC X(01)            VALUE "N".
           88  WK-TH-DONE                           VALUE "Y".
      *        保留台帳の現在のローン番号（終わりは最大値にして、
      *        以降のどの契約とも一致させない）
       01  WK-LEDGER-KEY       PIC 9(10)            VALUE ZERO.
       01  WK-LEDGER-END       PIC 9(10)            VALUE 9999999999.
      *----------------------------------------------------------------
      *    経過月数の判定。年×12＋月の通し月で比べる
      *----------------------------------------------------------------
       01  WK-BUSINESS-DATE    PIC 9(08).
       01  WK-BUSINESS-DATE-R  REDEFINES WK-BUSINESS-DATE.
           05  WK-BD-YEAR      PIC 9(04).
           05  WK-BD-MONTH     PIC 9(02).
           05  WK-BD-DAY       PIC 9(02).
       01  WK-LAST-POST        PIC 9(08).
       01  WK-LAST-POST-R      REDEFINES WK-LAST-POST.
           05  WK-LP-YEAR      PIC 9(04).
           05  WK-LP-MONTH     PIC 9(02).
           05  WK-LP-DAY       PIC 9(02).
       01  WK-EXPIRY-DATE      PIC 9(08).
       01  WK-EXPIRY-DATE-R    REDEFINES WK-EXPIRY-DATE.
           05  WK-EX-YEAR      PIC 9(04).
           05  WK-EX-MONTH     PIC 9(02).
           05  WK-EX-DAY       PIC 9(02).
       01  WK-PAID-YEAR        PIC 9(04).
       01  WK-PAID-MONTH       PIC 9(02).
       01  WK-BD-MONTHS        PIC 9(06).
      *        翌営業日（月の最終営業日なら翌月に入る）
       01  WK-NEXT-BDAY        PIC 9(08).
       01  WK-NEXT-BDAY-R      REDEFINES WK-NEXT-BDAY.
           05  WK-NB-YEAR      PIC 9(04).
           05  WK-NB-MONTH     PIC 9(02).
           05  WK-NB-DAY       PIC 9(02).
       01  WK-NB-MONTHS        PIC 9(06).
       01  WK-ELAPSED          PIC S9(06).
       01  WK-LEFT-INT         PIC 9(09).
      *----------------------------------------------------------------
      *    LOANBDAY 呼出し用パラメタ（月の最終営業日の確認）
      *----------------------------------------------------------------
       01  WK-LK-BD-FUNCTION   PIC X(01).
       01  WK-LK-BD-DATE       PIC 9(08).
       01  WK-LK-BD-DATE-2     PIC 9(08)            VALUE ZERO.
       01  WK-LK-BD-RESULT     PIC 9(08).
       01  WK-LK-BD-DAYS       PIC S9(05).
       01  WK-LK-BD-RETURN-CODE PIC 99.
      *----------------------------------------------------------------
      *    件数・管理合計（処理前＝移送＋処理後で一致すること）
      *----------------------------------------------------------------
       01  WK-PAID-COUNT       PIC 9(07)            VALUE ZERO.
       01  WK-REFUSE-COUNT     PIC 9(07)            VALUE ZERO.
       01  WK-REARCH-COUNT     PIC 9(07)            VALUE ZERO.
       01  WK-MS-BEFORE-COUNT  PIC 9(12)            VALUE ZERO.
       01  WK-MS-BEFORE-LEFT   PIC 9(12)            VALUE ZERO.
       01  WK-MS-BEFORE-AMOUNT PIC 9(12)            VALUE ZERO.
       01  WK-MS-MOVED-COUNT   PIC 9(12)            VALUE ZERO.
       01  WK-MS-MOVED-LEFT    PIC 9(12)            VALUE ZERO.
       01  WK-MS-MOVED-AMOUNT  PIC 9(12)            VALUE ZERO.
       01  WK-MS-AFTER-COUNT   PIC 9(12)            VALUE ZERO.
       01  WK-MS-AFTER-LEFT    PIC 9(12)            VALUE ZERO.
       01  WK-MS-AFTER-AMOUNT  PIC 9(12)            VALUE ZERO.
       01  WK-RH-BEFORE-COUNT  PIC 9(12)            VALUE ZERO.
       01  WK-RH-MOVED-COUNT   PIC 9(12)            VALUE ZERO.
       01  WK-RH-AFTER-COUNT   PIC 9(12)            VALUE ZERO.
       01  WK-QT-BEFORE-COUNT  PIC 9(12)            VALUE ZERO.
       01  WK-QT-BEFORE-TOTAL  PIC 9(12)            VALUE ZERO.
       01  WK-QT-MOVED-COUNT   PIC 9(12)            VALUE ZERO.
       01  WK-QT-MOVED-TOTAL   PIC 9(12)            VALUE ZERO.
       01  WK-QT-AFTER-COUNT   PIC 9(12)            VALUE ZERO.
       01  WK-QT-AFTER-TOTAL   PIC 9(12)            VALUE ZERO.
      *        管理合計 1行分の受渡し
       01  WK-CTL-NAME         PIC X(16).
       01  WK-CTL-BEFORE       PIC 9(12).
       01  WK-CTL-MOVED        PIC 9(12).
       01  WK-CTL-AFTER        PIC 9(12).
       01  WK-CTL-CHECK        PIC 9(13).
       01  WK-CTL-ERROR-COUNT  PIC 9(03)            VALUE ZERO.
      *----------------------------------------------------------------
      *    移送・消去台帳の編集行
      *----------------------------------------------------------------
       01  WK-AR-HEADER.
           05  FILLER              PIC X(44)  VALUE
               "LOANARCH 完済契約 移送・消去台帳".
           05  FILLER              PIC X(10)  VALUE "営業日 ".
           05  WK-AH-DATE          PIC 9(08).
           05  FILLER              PIC X(18)  VALUE SPACES.
       01  WK-AR-PARAM.
           05  FILLER              PIC X(22)  VALUE
               "移送条件 完済後".
           05  WK-AP-LOAN          PIC ZZ9.
           05  FILLER              PIC X(28)  VALUE
               " か月超 見積 期限後".
           05  WK-AP-QUOTE         PIC ZZ9.
           05  FILLER              PIC X(24)  VALUE
               " か月超".
       01  WK-AR-COLHDR.
           05  FILLER              PIC X(40)  VALUE
               "ローン番号 借入人ID 完済年月".
           05  FILLER              PIC X(40)  VALUE
               "残元金 貸付額 区分".
       01  WK-AR-LINE.
           05  WK-AL-LOAN-NO       PIC 9(09).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-AL-BORROWER      PIC X(10).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-AL-PAID-YEAR     PIC 9(04).
           05  FILLER              PIC X(01)  VALUE "/".
           05  WK-AL-PAID-MONTH    PIC 9(02).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-AL-LEFT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-AL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-AL-KIND          PIC X(15).
           05  FILLER              PIC X(12)  VALUE SPACES.
       01  WK-AR-CTL-TITLE     PIC X(50)  VALUE
           "管理合計（処理前＝移送＋処理後）".
       01  WK-AR-CTL-COLHDR.
           05  FILLER              PIC X(40)  VALUE
               "項目                     処理前".
           05  FILLER              PIC X(40)  VALUE
               "移送          処理後 判定".
       01  WK-AR-CTL-LINE.
           05  WK-CL-NAME          PIC X(16).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-CL-BEFORE        PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-CL-MOVED         PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-CL-AFTER         PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-CL-RESULT        PIC X(09).
           05  FILLER              PIC X(06)  VALUE SPACES.
      ****************************************************************
       PROCEDURE               DIVISION.
      ****************************************************************
       HAJIME.
       MAIN-000.
           PERFORM MAIN-010-OPEN     THRU MAIN-010-EXIT.
           PERFORM MAIN-020-READ     THRU MAIN-020-EXIT.
           PERFORM MAIN-100-LOAN     THRU MAIN-100-EXIT
                   UNTIL WK-EOF.
           PERFORM MAIN-200-VERIFY   THRU MAIN-200-EXIT.
           PERFORM MAIN-300-RHIS     THRU MAIN-300-EXIT.
           PERFORM MAIN-400-QUOTE    THRU MAIN-400-EXIT.
           PERFORM MAIN-500-CONTROL  THRU MAIN-500-EXIT.
           PERFORM MAIN-900-CLOSE    THRU MAIN-900-EXIT.
           DISPLAY "LOANARCH 完済件数  = " WK-PAID-COUNT.
           DISPLAY "LOANARCH 移送件数  = " WK-MS-MOVED-COUNT.
           DISPLAY "LOANARCH 保留拒否  = " WK-REFUSE-COUNT.
           DISPLAY "LOANARCH 再移送    = " WK-REARCH-COUNT.
           DISPLAY "LOANARCH 履歴移送  = " WK-RH-MOVED-COUNT.
           DISPLAY "LOANARCH 見積移送  = " WK-QT-MOVED-COUNT.
           IF WK-CTL-ERROR-COUNT > ZERO
              DISPLAY "LOANARCH E020 管理合計 不一致 "
                      WK-CTL-ERROR-COUNT
              MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      *----------------------------------------------------------------
      *    初期化・ファイル オープン。その営業日の繰越と保留管理の
      *    完了後に走らせる（保留台帳はその夜の LOANSLDO を見る）
      *    月の最終営業日でなければ何も移さずに条件コード 8 で
      *    終わる
      *----------------------------------------------------------------
       MAIN-010-OPEN.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WK-RUNC-STATUS NOT = "00"
              DISPLAY "LOANARCH E001 実行管理 オープン失敗 "
                      WK-RUNC-STATUS
              GOBACK
           END-IF.
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY "LOANARCH E001 実行管理が空"
                   GOBACK
           END-READ.
           CLOSE RUN-CONTROL-FILE.
           MOVE RC-BUSINESS-DATE TO WK-BUSINESS-DATE.
           IF NOT RC-ROLL-DONE
              DISPLAY "LOANARCH E002 営業日 " RC-BUSINESS-DATE
                      " の繰越が未完了のため移送しない"
              GOBACK
           END-IF.
           COMPUTE WK-BD-MONTHS = WK-BD-YEAR * 12 + WK-BD-MONTH.
           MOVE "N"              TO WK-LK-BD-FUNCTION.
           MOVE WK-BUSINESS-DATE TO WK-LK-BD-DATE.
           CALL "LOANBDAY"      USING WK-LK-BD-FUNCTION,
                                      WK-LK-BD-DATE,
                                      WK-LK-BD-DATE-2,
                                      WK-LK-BD-RESULT,
                                      WK-LK-BD-DAYS,
                                      WK-LK-BD-RETURN-CODE.
           IF WK-LK-BD-RETURN-CODE NOT = ZERO
              DISPLAY "LOANARCH E015 営業日 " WK-BUSINESS-DATE
                      " の翌営業日が求められない "
                      WK-LK-BD-RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WK-LK-BD-RESULT TO WK-NEXT-BDAY.
           COMPUTE WK-NB-MONTHS = WK-NB-YEAR * 12 + WK-NB-MONTH.
           IF WK-NB-MONTHS NOT = WK-BD-MONTHS + 1
              DISPLAY "LOANARCH E016 営業日 " WK-BUSINESS-DATE
                      " は月の最終営業日でない"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT PARAM-FILE.
           IF WK-PARAM-STATUS NOT = "00"
              DISPLAY "LOANARCH E003 パラメータ オープン失敗"
                      " " WK-PARAM-STATUS
              GOBACK
           END-IF.
           READ PARAM-FILE
               AT END
                   DISPLAY "LOANARCH E003 移送パラメータが空"
                   GOBACK
           END-READ.
           CLOSE PARAM-FILE.
           OPEN I-O LOAN-MASTER-FILE.
           IF WK-MASTER-STATUS NOT = "00"
              DISPLAY "LOANARCH E004 マスタ オープン失敗 "
                      WK-MASTER-STATUS
              GOBACK
           END-IF.
           OPEN I-O LOAN-ARCHIVE-FILE.
           IF WK-ARCM-STATUS = "35"
              OPEN OUTPUT LOAN-ARCHIVE-FILE
              CLOSE LOAN-ARCHIVE-FILE
              OPEN I-O LOAN-ARCHIVE-FILE
           END-IF.
           IF WK-ARCM-STATUS NOT = "00"
              DISPLAY "LOANARCH E005 アーカイブ オープン失敗"
                      " " WK-ARCM-STATUS
              GOBACK
           END-IF.
      *        取引履歴が無ければ完済の基準年月は次回返済年月で見る
           OPEN INPUT TRAN-HIST-FILE.
           IF WK-THIS-STATUS = "00"
              SET WK-THIS-OPEN TO TRUE
           END-IF.
      *        保留台帳が無いのはその夜の保留が無いとき
           OPEN INPUT SUSP-LEDGER-FILE.
           IF WK-LEDGER-STATUS = "00"
              SET WK-LEDGER-OPEN TO TRUE
              PERFORM MAIN-121-LEDGER-READ THRU MAIN-121-EXIT
           ELSE
              DISPLAY "LOANARCH I001 保留台帳なし"
              MOVE WK-LEDGER-END TO WK-LEDGER-KEY
           END-IF.
           OPEN OUTPUT REGISTER-FILE.
           IF WK-REG-STATUS NOT = "00"
              DISPLAY "LOANARCH E006 移送台帳 オープン失敗 "
                      WK-REG-STATUS
              GOBACK
           END-IF.
           MOVE WK-BUSINESS-DATE TO WK-AH-DATE.
           MOVE WK-AR-HEADER     TO AR-PRINT-LINE.
           WRITE AR-PRINT-LINE.
           MOVE AP-LOAN-MONTHS   TO WK-AP-LOAN.
           MOVE AP-QUOTE-MONTHS  TO WK-AP-QUOTE.
           MOVE WK-AR-PARAM      TO AR-PRINT-LINE.
           WRITE AR-PRINT-LINE.
           MOVE WK-AR-COLHDR     TO AR-PRINT-LINE.
           WRITE AR-PRINT-LINE.
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
      *    1件分の処理。全件を処理前の管理合計に数え、完済から所定
      *    の月数を超えて過ぎた契約だけを移す。契約月数がゼロなら
      *    どの契約も移さない
      *----------------------------------------------------------------
       MAIN-100-LOAN.
           MOVE LM-LOAN-LEFT   TO WK-LEFT-INT.
           ADD  1              TO WK-MS-BEFORE-COUNT.
           ADD  WK-LEFT-INT    TO WK-MS-BEFORE-LEFT.
           ADD  LM-LOAN-AMOUNT TO WK-MS-BEFORE-AMOUNT.
           IF NOT LM-PAID-OFF OR AP-LOAN-MONTHS = ZERO
              GO TO MAIN-100-NEXT
           END-IF.
           ADD 1 TO WK-PAID-COUNT.
           PERFORM MAIN-110-PAID-MONTH THRU MAIN-110-EXIT.
           COMPUTE WK-ELAPSED = WK-BD-MONTHS
                              - (WK-PAID-YEAR * 12 + WK-PAID-MONTH).
           IF WK-ELAPSED NOT > AP-LOAN-MONTHS
              GO TO MAIN-100-NEXT
           END-IF.
           PERFORM MAIN-120-LEDGER THRU MAIN-120-EXIT.
           IF WK-LEDGER-KEY = LM-LOAN-NO
              ADD 1 TO WK-REFUSE-COUNT
              MOVE "保留あり"      TO WK-AL-KIND
              PERFORM MAIN-800-LINE THRU MAIN-800-EXIT
              GO TO MAIN-100-NEXT
           END-IF.
           PERFORM MAIN-130-ARCHIVE THRU MAIN-130-EXIT.
       MAIN-100-NEXT.
           PERFORM MAIN-020-READ THRU MAIN-020-EXIT.
       MAIN-100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    完済の基準年月。その契約の最後の取引履歴の計上年月を
      *    使う。履歴の無い契約（履歴を取り始める前の完済）は次回
      *    返済年月で見る（完済の月か、その翌月になる）
      *----------------------------------------------------------------
       MAIN-110-PAID-MONTH.
           MOVE LM-NEXT-YEAR  TO WK-PAID-YEAR.
           MOVE LM-NEXT-MONTH TO WK-PAID-MONTH.
           IF NOT WK-THIS-OPEN
              GO TO MAIN-110-EXIT
           END-IF.
           MOVE ZERO       TO WK-LAST-POST.
           MOVE LM-LOAN-NO TO TH-LOAN-NO.
           MOVE ZERO       TO TH-POST-DATE
                              TH-SEQ.
           START TRAN-HIST-FILE KEY NOT < TH-KEY.
           IF WK-THIS-STATUS NOT = "00"
              GO TO MAIN-110-EXIT
           END-IF.
           MOVE "N" TO WK-TH-DONE-SW.
           PERFORM MAIN-111-TH-READ THRU MAIN-111-EXIT
                   UNTIL WK-TH-DONE.
           IF WK-LAST-POST NOT = ZERO
              MOVE WK-LP-YEAR  TO WK-PAID-YEAR
              MOVE WK-LP-MONTH TO WK-PAID-MONTH
           END-IF.
       MAIN-110-EXIT.
           EXIT.
      *
       MAIN-111-TH-READ.
           READ TRAN-HIST-FILE NEXT
               AT END
                   SET WK-TH-DONE TO TRUE
                   GO TO MAIN-111-EXIT
           END-READ.
           IF WK-THIS-STATUS NOT = "00"
           OR TH-LOAN-NO NOT = LM-LOAN-NO
              SET WK-TH-DONE TO TRUE
              GO TO MAIN-111-EXIT
           END-IF.
           MOVE TH-POST-DATE TO WK-LAST-POST.
       MAIN-111-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    保留台帳の突合せ。台帳もローン番号の昇順なので、マスタ
      *    の番号に届くまで読み進める
      *----------------------------------------------------------------
       MAIN-120-LEDGER.
           PERFORM MAIN-121-LEDGER-READ THRU MAIN-121-EXIT
                   UNTIL WK-LEDGER-KEY NOT < LM-LOAN-NO.
       MAIN-120-EXIT.
           EXIT.
      *
       MAIN-121-LEDGER-READ.
           READ SUSP-LEDGER-FILE
               AT END
                   MOVE WK-LEDGER-END TO WK-LEDGER-KEY
                   GO TO MAIN-121-EXIT
           END-READ.
           MOVE SL-LOAN-NO TO WK-LEDGER-KEY.
       MAIN-121-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    アーカイブへ書いてからマスタを消す。前回の途中終了で
      *    アーカイブに残っている契約は書き直して消し直す
      *----------------------------------------------------------------
       MAIN-130-ARCHIVE.
           MOVE LM-LOAN-RECORD   TO AM-LOAN-IMAGE.
           MOVE WK-BUSINESS-DATE TO AM-ARCHIVE-DATE.
           MOVE WK-PAID-YEAR     TO AM-PAID-YEAR.
           MOVE WK-PAID-MONTH    TO AM-PAID-MONTH.
           WRITE AM-ARCHIVE-RECORD.
           IF WK-ARCM-STATUS = "22"
              REWRITE AM-ARCHIVE-RECORD
              ADD 1 TO WK-REARCH-COUNT
           END-IF.
           IF WK-ARCM-STATUS NOT = "00"
              DISPLAY "LOANARCH E007 アーカイブ書込失敗 "
                      WK-ARCM-STATUS " " LM-LOAN-NO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           DELETE LOAN-MASTER-FILE RECORD.
           IF WK-MASTER-STATUS NOT = "00"
              DISPLAY "LOANARCH E008 マスタ削除失敗 "
                      WK-MASTER-STATUS " " LM-LOAN-NO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD  1              TO WK-MS-MOVED-COUNT.
           ADD  WK-LEFT-INT    TO WK-MS-MOVED-LEFT.
           ADD  LM-LOAN-AMOUNT TO WK-MS-MOVED-AMOUNT.
           MOVE "移送"         TO WK-AL-KIND.
           PERFORM MAIN-800-LINE THRU MAIN-800-EXIT.
       MAIN-130-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    処理後のマスタを読み直して件数と金額を数える
      *----------------------------------------------------------------
       MAIN-200-VERIFY.
           CLOSE LOAN-MASTER-FILE.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WK-MASTER-STATUS NOT = "00"
              DISPLAY "LOANARCH E009 マスタ再オープン失敗 "
                      WK-MASTER-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE "N" TO WK-EOF-SW.
           PERFORM MAIN-020-READ THRU MAIN-020-EXIT.
           PERFORM MAIN-210-COUNT THRU MAIN-210-EXIT
                   UNTIL WK-EOF.
       MAIN-200-EXIT.
           EXIT.
      *
       MAIN-210-COUNT.
           MOVE LM-LOAN-LEFT   TO WK-LEFT-INT.
           ADD  1              TO WK-MS-AFTER-COUNT.
           ADD  WK-LEFT-INT    TO WK-MS-AFTER-LEFT.
           ADD  LM-LOAN-AMOUNT TO WK-MS-AFTER-AMOUNT.
           PERFORM MAIN-020-READ THRU MAIN-020-EXIT.
       MAIN-210-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    改定履歴の移送。アーカイブにある契約（今回と前回までに
      *    移した契約）の履歴を保管ファイルへ、残りを作業ファイル
      *    へ分け、作業ファイルを改定履歴へ書き戻す
      *----------------------------------------------------------------
       MAIN-300-RHIS.
           OPEN INPUT HISTORY-FILE.
           IF WK-RHIS-STATUS NOT = "00"
              DISPLAY "LOANARCH I002 改定履歴なし"
              GO TO MAIN-300-EXIT
           END-IF.
           OPEN OUTPUT HISTORY-WORK-FILE.
           IF WK-RHIW-STATUS NOT = "00"
              DISPLAY "LOANARCH E010 履歴作業 オープン失敗 "
                      WK-RHIW-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND HISTORY-ARCH-FILE.
           IF WK-RHIA-STATUS NOT = "00"
              OPEN OUTPUT HISTORY-ARCH-FILE
           END-IF.
           MOVE "N" TO WK-EOF-SW.
           PERFORM MAIN-310-RHIS-ONE THRU MAIN-310-EXIT
                   UNTIL WK-EOF.
           CLOSE HISTORY-FILE HISTORY-WORK-FILE HISTORY-ARCH-FILE.
      *        書き戻し
           OPEN INPUT HISTORY-WORK-FILE.
           OPEN OUTPUT HISTORY-FILE.
           IF WK-RHIW-STATUS NOT = "00" OR WK-RHIS-STATUS NOT = "00"
              DISPLAY "LOANARCH E011 改定履歴 書戻し失敗 "
                      WK-RHIW-STATUS " " WK-RHIS-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE "N" TO WK-WORK-EOF-SW.
           PERFORM MAIN-320-RHIS-BACK THRU MAIN-320-EXIT
                   UNTIL WK-WORK-EOF.
           CLOSE HISTORY-WORK-FILE HISTORY-FILE.
       MAIN-300-EXIT.
           EXIT.
      *
       MAIN-310-RHIS-ONE.
           READ HISTORY-FILE
               AT END
                   SET WK-EOF TO TRUE
                   GO TO MAIN-310-EXIT
           END-READ.
           ADD  1          TO WK-RH-BEFORE-COUNT.
           MOVE RH-LOAN-NO TO AM-LOAN-NO.
           READ LOAN-ARCHIVE-FILE.
           IF WK-ARCM-STATUS = "00"
              MOVE RH-HISTORY-RECORD TO RA-HISTORY-RECORD
              WRITE RA-HISTORY-RECORD
              ADD 1 TO WK-RH-MOVED-COUNT
              GO TO MAIN-310-EXIT
           END-IF.
           IF WK-ARCM-STATUS NOT = "23"
              DISPLAY "LOANARCH E012 アーカイブ読込失敗 "
                      WK-ARCM-STATUS " " RH-LOAN-NO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE RH-HISTORY-RECORD TO RW-HISTORY-RECORD.
           WRITE RW-HISTORY-RECORD.
       MAIN-310-EXIT.
           EXIT.
      *
       MAIN-320-RHIS-BACK.
           READ HISTORY-WORK-FILE
               AT END
                   SET WK-WORK-EOF TO TRUE
                   GO TO MAIN-320-EXIT
           END-READ.
           MOVE RW-HISTORY-RECORD TO RH-HISTORY-RECORD.
           WRITE RH-HISTORY-RECORD.
           ADD 1 TO WK-RH-AFTER-COUNT.
       MAIN-320-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    完済見積の移送。有効期限を過ぎ、その年月から見積月数を
      *    超えて過ぎた見積を保管ファイルへ移す（使用済みかどうか
      *    は問わない）。書き戻しは改定履歴と同じ
      *----------------------------------------------------------------
       MAIN-400-QUOTE.
           OPEN INPUT QUOTE-FILE.
           IF WK-QUOTE-STATUS NOT = "00"
              DISPLAY "LOANARCH I003 見積ファイルなし"
              GO TO MAIN-400-EXIT
           END-IF.
           OPEN OUTPUT QUOTE-WORK-FILE.
           IF WK-QUTW-STATUS NOT = "00"
              DISPLAY "LOANARCH E013 見積作業 オープン失敗 "
                      WK-QUTW-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND QUOTE-ARCH-FILE.
           IF WK-QUOA-STATUS NOT = "00"
              OPEN OUTPUT QUOTE-ARCH-FILE
           END-IF.
           MOVE "N" TO WK-EOF-SW.
           PERFORM MAIN-410-QUOTE-ONE THRU MAIN-410-EXIT
                   UNTIL WK-EOF.
           CLOSE QUOTE-FILE QUOTE-WORK-FILE QUOTE-ARCH-FILE.
      *        書き戻し
           OPEN INPUT QUOTE-WORK-FILE.
           OPEN OUTPUT QUOTE-FILE.
           IF WK-QUTW-STATUS NOT = "00" OR WK-QUOTE-STATUS NOT = "00"
              DISPLAY "LOANARCH E014 見積 書戻し失敗 "
                      WK-QUTW-STATUS " " WK-QUOTE-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE "N" TO WK-WORK-EOF-SW.
           PERFORM MAIN-420-QUOTE-BACK THRU MAIN-420-EXIT
                   UNTIL WK-WORK-EOF.
           CLOSE QUOTE-WORK-FILE QUOTE-FILE.
       MAIN-400-EXIT.
           EXIT.
      *
       MAIN-410-QUOTE-ONE.
           READ QUOTE-FILE
               AT END
                   SET WK-EOF TO TRUE
                   GO TO MAIN-410-EXIT
           END-READ.
           ADD 1        TO WK-QT-BEFORE-COUNT.
           ADD QT-TOTAL TO WK-QT-BEFORE-TOTAL.
           MOVE QT-EXPIRY-DATE TO WK-EXPIRY-DATE.
           COMPUTE WK-ELAPSED = WK-BD-MONTHS
                              - (WK-EX-YEAR * 12 + WK-EX-MONTH).
           IF QT-EXPIRY-DATE < WK-BUSINESS-DATE
              AND WK-ELAPSED > AP-QUOTE-MONTHS
              MOVE QT-QUOTE-RECORD TO QA-QUOTE-RECORD
              WRITE QA-QUOTE-RECORD
              ADD 1        TO WK-QT-MOVED-COUNT
              ADD QT-TOTAL TO WK-QT-MOVED-TOTAL
              GO TO MAIN-410-EXIT
           END-IF.
           MOVE QT-QUOTE-RECORD TO QW-QUOTE-RECORD.
           WRITE QW-QUOTE-RECORD.
       MAIN-410-EXIT.
           EXIT.
      *
       MAIN-420-QUOTE-BACK.
           READ QUOTE-WORK-FILE
               AT END
                   SET WK-WORK-EOF TO TRUE
                   GO TO MAIN-420-EXIT
           END-READ.
           MOVE QW-QUOTE-RECORD TO QT-QUOTE-RECORD.
           WRITE QT-QUOTE-RECORD.
           ADD 1        TO WK-QT-AFTER-COUNT.
           ADD QT-TOTAL TO WK-QT-AFTER-TOTAL.
       MAIN-420-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    管理合計の印字。項目ごとに処理前＝移送＋処理後を確かめる
      *----------------------------------------------------------------
       MAIN-500-CONTROL.
           MOVE SPACES           TO AR-PRINT-LINE.
           WRITE AR-PRINT-LINE.
           MOVE WK-AR-CTL-TITLE  TO AR-PRINT-LINE.
           WRITE AR-PRINT-LINE.
           MOVE WK-AR-CTL-COLHDR TO AR-PRINT-LINE.
           WRITE AR-PRINT-LINE.
           MOVE "マスタ 件数"        TO WK-CTL-NAME.
           MOVE WK-MS-BEFORE-COUNT   TO WK-CTL-BEFORE.
           MOVE WK-MS-MOVED-COUNT    TO WK-CTL-MOVED.
           MOVE WK-MS-AFTER-COUNT    TO WK-CTL-AFTER.
           PERFORM MAIN-510-CTL-LINE THRU MAIN-510-EXIT.
           MOVE "マスタ 残元金"      TO WK-CTL-NAME.
           MOVE WK-MS-BEFORE-LEFT    TO WK-CTL-BEFORE.
           MOVE WK-MS-MOVED-LEFT     TO WK-CTL-MOVED.
           MOVE WK-MS-AFTER-LEFT     TO WK-CTL-AFTER.
           PERFORM MAIN-510-CTL-LINE THRU MAIN-510-EXIT.
           MOVE "マスタ 貸付額"      TO WK-CTL-NAME.
           MOVE WK-MS-BEFORE-AMOUNT  TO WK-CTL-BEFORE.
           MOVE WK-MS-MOVED-AMOUNT   TO WK-CTL-MOVED.
           MOVE WK-MS-AFTER-AMOUNT   TO WK-CTL-AFTER.
           PERFORM MAIN-510-CTL-LINE THRU MAIN-510-EXIT.
           MOVE "改定履歴 件数"      TO WK-CTL-NAME.
           MOVE WK-RH-BEFORE-COUNT   TO WK-CTL-BEFORE.
           MOVE WK-RH-MOVED-COUNT    TO WK-CTL-MOVED.
           MOVE WK-RH-AFTER-COUNT    TO WK-CTL-AFTER.
           PERFORM MAIN-510-CTL-LINE THRU MAIN-510-EXIT.
           MOVE "見積 件数"          TO WK-CTL-NAME.
           MOVE WK-QT-BEFORE-COUNT   TO WK-CTL-BEFORE.
           MOVE WK-QT-MOVED-COUNT    TO WK-CTL-MOVED.
           MOVE WK-QT-AFTER-COUNT    TO WK-CTL-AFTER.
           PERFORM MAIN-510-CTL-LINE THRU MAIN-510-EXIT.
           MOVE "見積 金額"          TO WK-CTL-NAME.
           MOVE WK-QT-BEFORE-TOTAL   TO WK-CTL-BEFORE.
           MOVE WK-QT-MOVED-TOTAL    TO WK-CTL-MOVED.
           MOVE WK-QT-AFTER-TOTAL    TO WK-CTL-AFTER.
           PERFORM MAIN-510-CTL-LINE THRU MAIN-510-EXIT.
       MAIN-500-EXIT.
           EXIT.
      *
       MAIN-510-CTL-LINE.
           MOVE WK-CTL-NAME   TO WK-CL-NAME.
           MOVE WK-CTL-BEFORE TO WK-CL-BEFORE.
           MOVE WK-CTL-MOVED  TO WK-CL-MOVED.
           MOVE WK-CTL-AFTER  TO WK-CL-AFTER.
           COMPUTE WK-CTL-CHECK = WK-CTL-MOVED + WK-CTL-AFTER.
           IF WK-CTL-CHECK = WK-CTL-BEFORE
              MOVE "一致"     TO WK-CL-RESULT
           ELSE
              MOVE "不一致"   TO WK-CL-RESULT
              ADD 1 TO WK-CTL-ERROR-COUNT
           END-IF.
           MOVE WK-AR-CTL-LINE TO AR-PRINT-LINE.
           WRITE AR-PRINT-LINE.
       MAIN-510-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    移送・拒否の明細 1行
      *----------------------------------------------------------------
       MAIN-800-LINE.
           MOVE LM-LOAN-NO     TO WK-AL-LOAN-NO.
           MOVE LM-BORROWER-ID TO WK-AL-BORROWER.
           MOVE WK-PAID-YEAR   TO WK-AL-PAID-YEAR.
           MOVE WK-PAID-MONTH  TO WK-AL-PAID-MONTH.
           MOVE WK-LEFT-INT    TO WK-AL-LEFT.
           MOVE LM-LOAN-AMOUNT TO WK-AL-AMOUNT.
           MOVE WK-AR-LINE     TO AR-PRINT-LINE.
           WRITE AR-PRINT-LINE.
       MAIN-800-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    終了処理
      *----------------------------------------------------------------
       MAIN-900-CLOSE.
           CLOSE LOAN-MASTER-FILE LOAN-ARCHIVE-FILE REGISTER-FILE.
           IF WK-LEDGER-OPEN
              CLOSE SUSP-LEDGER-FILE
           END-IF.
           IF WK-THIS-OPEN
              CLOSE TRAN-HIST-FILE
           END-IF.
       MAIN-900-EXIT.
           EXIT.
      *--------------------<< END OF PROGRAM >>-----------------------*
