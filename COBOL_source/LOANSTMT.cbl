      ****************************************************************
      *                                                              *
      *         取引明細（取引履歴による期間指定の契約別明細）       *
      *                                                              *
      ****************************************************************
       IDENTIFICATION          DIVISION.
      ****************************************************************
       PROGRAM-ID.             LOANSTMT.
       AUTHOR.                 TOKYO-SYSTEM-HOUSE.
       DATE-WRITTEN.           2026/10/15.
      *----------------------------------------------------------------
      *    変更履歴
      *    2026/10/15  TSH  新規作成。ローン番号と期間（開始日・
      *                     終了日）を受け取り、取引履歴（LOANTHIS）
      *                     からその契約の期間内の取引を計上日順に
      *                     取引明細（LOANSTMP）へ印字する。期間前
      *                     の最後の取引後残高を繰越残高とし、取引
      *                     ごとに残高を動かして印字する。履歴の
      *                     取引後残高と合わない行には * を付ける
      *    2026/10/15  TSH  マスタに無い契約は完済契約アーカイブ
      *                     （LOANARCM）から借入人を引く
      *----------------------------------------------------------------
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       SOURCE-COMPUTER.        OPEN-COBOL.
       OBJECT-COMPUTER.        OPEN-COBOL.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT TRAN-HIST-FILE     ASSIGN TO "LOANTHIS"
                                      ORGANIZATION INDEXED
                                      ACCESS DYNAMIC
                                      RECORD KEY TH-KEY
                                      FILE STATUS WK-THIS-STATUS.
           SELECT LOAN-MASTER-FILE   ASSIGN TO "LOANMAST"
                                      ORGANIZATION INDEXED
                                      ACCESS RANDOM
                                      RECORD KEY LM-LOAN-NO
                                      ALTERNATE KEY LM-BORROWER-ID
                                          WITH DUPLICATES
                                      FILE STATUS WK-MASTER-STATUS.
           SELECT LOAN-ARCHIVE-FILE  ASSIGN TO "LOANARCM"
                                      ORGANIZATION INDEXED
                                      ACCESS RANDOM
                                      RECORD KEY AM-LOAN-NO
                                      FILE STATUS WK-ARCM-STATUS.
           SELECT BORR-MASTER-FILE   ASSIGN TO "BORRMAST"
                                      ORGANIZATION INDEXED
                                      ACCESS RANDOM
                                      RECORD KEY BM-BORROWER-ID
                                      FILE STATUS WK-BORR-STATUS.
           SELECT STATEMENT-FILE     ASSIGN TO "LOANSTMP"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-STMT-STATUS.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
       FILE                    SECTION.
       FD  TRAN-HIST-FILE.
           COPY "LOANTHIS".
      *
       FD  LOAN-MASTER-FILE.
           COPY "LOANMAST".
      *
       FD  LOAN-ARCHIVE-FILE.
           COPY "LOANARCM".
      *
       FD  BORR-MASTER-FILE.
           COPY "BORRMAST".
      *
       FD  STATEMENT-FILE.
       01  ST-PRINT-LINE            PIC X(80).
      *
       WORKING-STORAGE         SECTION.
       01  WK-THIS-STATUS      PIC X(02).
       01  WK-MASTER-STATUS    PIC X(02).
       01  WK-ARCM-STATUS      PIC X(02).
       01  WK-ARCM-OPEN-SW     PIC X(01)            VALUE "N".
           88  WK-ARCM-OPEN                         VALUE "Y".
       01  WK-BORR-STATUS      PIC X(02).
       01  WK-STMT-STATUS      PIC X(02).
       01  WK-INQ-LOAN-NO      PIC 9(09).
       01  WK-FROM-DATE        PIC 9(08).
       01  WK-TO-DATE          PIC 9(08).
       01  WK-TH-EOF-SW        PIC X(01)            VALUE "N".
           88  WK-TH-EOF                            VALUE "Y".
      *        繰越残高が決まったか（期間前の取引があったか、期間内
      *        の最初の取引から逆算したか）
       01  WK-OPEN-SW          PIC X(01)            VALUE "N".
           88  WK-OPEN-KNOWN                        VALUE "Y".
      *        繰越残高の行を印字したか
       01  WK-OPEN-PRINT-SW    PIC X(01)            VALUE "N".
           88  WK-OPEN-PRINTED                      VALUE "Y".
       01  WK-RUN-BALANCE      PIC S9(10)           VALUE ZERO.
       01  WK-OPEN-BALANCE     PIC S9(10)           VALUE ZERO.
      *----------------------------------------------------------------
      *    件数・期間合計
      *----------------------------------------------------------------
       01  WK-LINE-COUNT       PIC 9(07)            VALUE ZERO.
       01  WK-DIFF-COUNT       PIC 9(07)            VALUE ZERO.
       01  WK-TOT-AMOUNT       PIC 9(12)            VALUE ZERO.
       01  WK-TOT-PRINCIPAL    PIC 9(12)            VALUE ZERO.
       01  WK-TOT-INTEREST     PIC S9(12)           VALUE ZERO.
       01  WK-TOT-LATE         PIC 9(12)            VALUE ZERO.
      *----------------------------------------------------------------
      *    明細の編集行
      *----------------------------------------------------------------
       01  WK-ST-HEADER.
           05  FILLER              PIC X(40)  VALUE
               "LOANSTMT 取引明細".
           05  FILLER              PIC X(16)  VALUE "ローン番号 ".
           05  WK-SH-LOAN-NO       PIC 9(09).
           05  FILLER              PIC X(15)  VALUE SPACES.
       01  WK-ST-PERIOD.
           05  FILLER              PIC X(10)  VALUE "期間 ".
           05  WK-SP-FROM          PIC 9(08).
           05  FILLER              PIC X(04)  VALUE " - ".
           05  WK-SP-TO            PIC 9(08).
           05  FILLER              PIC X(50)  VALUE SPACES.
       01  WK-ST-BORROWER.
           05  FILLER              PIC X(10)  VALUE "借入人 ".
           05  WK-SB-BORROWER-ID   PIC X(10).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-SB-NAME          PIC X(30).
           05  FILLER              PIC X(29)  VALUE SPACES.
       01  WK-ST-ADDRESS.
           05  FILLER              PIC X(10)  VALUE SPACES.
           05  WK-SA-POSTAL        PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-SA-ADDRESS       PIC X(40).
           05  FILLER              PIC X(21)  VALUE SPACES.
       01  WK-ST-COLHDR.
           05  FILLER              PIC X(40)  VALUE
               "計上日   取引         金額".
           05  FILLER              PIC X(40)  VALUE
               "元金 利息 損害金 残高".
       01  WK-ST-LINE.
           05  WK-SL-DATE          PIC 9(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-SL-KIND          PIC X(12).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-SL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-SL-PRINCIPAL     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-SL-INTEREST      PIC -ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-SL-LATE          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-SL-BALANCE       PIC ZZZ,ZZZ,ZZ9.
           05  WK-SL-MARK          PIC X(01).
       01  WK-ST-BALANCE-LINE.
           05  WK-SK-TITLE         PIC X(21).
           05  FILLER              PIC X(47)  VALUE SPACES.
           05  WK-SK-BALANCE       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
       01  WK-ST-TOTAL-LINE.
           05  FILLER              PIC X(09)  VALUE SPACES.
           05  FILLER              PIC X(12)  VALUE "期間合計".
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-ST-AMOUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-ST-PRINCIPAL     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-ST-INTEREST      PIC -ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-ST-LATE          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(13)  VALUE SPACES.
       01  WK-ST-NONE          PIC X(40)  VALUE
           "期間内の取引なし".
       01  WK-ST-DIFF-NOTE     PIC X(60)  VALUE
           "* 印は取引後残高が履歴と一致しない行".
      ****************************************************************
       PROCEDURE               DIVISION.
      ****************************************************************
       HAJIME.
       MAIN-000.
           PERFORM MAIN-010-OPEN     THRU MAIN-010-EXIT.
           PERFORM MAIN-100-HEADER   THRU MAIN-100-EXIT.
           PERFORM MAIN-200-START    THRU MAIN-200-EXIT.
           PERFORM MAIN-300-ENTRY    THRU MAIN-300-EXIT
                   UNTIL WK-TH-EOF.
           PERFORM MAIN-400-TOTAL    THRU MAIN-400-EXIT.
           PERFORM MAIN-900-CLOSE    THRU MAIN-900-EXIT.
           DISPLAY "LOANSTMT 明細件数  = " WK-LINE-COUNT.
           DISPLAY "LOANSTMT 残高不一致 = " WK-DIFF-COUNT.
           GOBACK.
      *----------------------------------------------------------------
      *    初期化・ファイル オープン。終了日を省いた（ゼロ）ときは
      *    最新の取引まで印字する
      *----------------------------------------------------------------
       MAIN-010-OPEN.
           DISPLAY "ローン番号: " NO ADVANCING.
           ACCEPT WK-INQ-LOAN-NO.
           DISPLAY "開始日 (YYYYMMDD): " NO ADVANCING.
           ACCEPT WK-FROM-DATE.
           DISPLAY "終了日 (YYYYMMDD): " NO ADVANCING.
           ACCEPT WK-TO-DATE.
           IF WK-TO-DATE = ZERO
              MOVE 99999999 TO WK-TO-DATE
           END-IF.
           IF WK-FROM-DATE > WK-TO-DATE
              DISPLAY "LOANSTMT E001 期間の指定誤り "
                      WK-FROM-DATE " " WK-TO-DATE
              GOBACK
           END-IF.
           OPEN INPUT TRAN-HIST-FILE.
           IF WK-THIS-STATUS NOT = "00"
              DISPLAY "LOANSTMT E002 取引履歴 オープン失敗 "
                      WK-THIS-STATUS
              GOBACK
           END-IF.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WK-MASTER-STATUS NOT = "00"
              DISPLAY "LOANSTMT E003 マスタ オープン失敗 "
                      WK-MASTER-STATUS
              GOBACK
           END-IF.
           OPEN INPUT LOAN-ARCHIVE-FILE.
           IF WK-ARCM-STATUS = "00"
              SET WK-ARCM-OPEN TO TRUE
           END-IF.
           OPEN INPUT BORR-MASTER-FILE.
           IF WK-BORR-STATUS NOT = "00"
              DISPLAY "LOANSTMT E004 借入人 オープン失敗 "
                      WK-BORR-STATUS
              GOBACK
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.
           IF WK-STMT-STATUS NOT = "00"
              DISPLAY "LOANSTMT E005 取引明細 オープン失敗 "
                      WK-STMT-STATUS
              GOBACK
           END-IF.
       MAIN-010-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    見出し。借入人の氏名・住所はマスタ（移送済みの契約は
      *    アーカイブ）から引く。どちらにも無くても明細は印字する
      *----------------------------------------------------------------
       MAIN-100-HEADER.
           MOVE WK-INQ-LOAN-NO TO WK-SH-LOAN-NO.
           MOVE WK-ST-HEADER   TO ST-PRINT-LINE.
           WRITE ST-PRINT-LINE.
           MOVE WK-FROM-DATE   TO WK-SP-FROM.
           MOVE WK-TO-DATE     TO WK-SP-TO.
           MOVE WK-ST-PERIOD   TO ST-PRINT-LINE.
           WRITE ST-PRINT-LINE.
           PERFORM MAIN-110-BORROWER THRU MAIN-110-EXIT.
           MOVE WK-ST-COLHDR   TO ST-PRINT-LINE.
           WRITE ST-PRINT-LINE.
       MAIN-100-EXIT.
           EXIT.
      *
       MAIN-110-BORROWER.
           MOVE WK-INQ-LOAN-NO TO LM-LOAN-NO.
           READ LOAN-MASTER-FILE.
           IF WK-MASTER-STATUS = "23" AND WK-ARCM-OPEN
              MOVE WK-INQ-LOAN-NO TO AM-LOAN-NO
              READ LOAN-ARCHIVE-FILE
              IF WK-ARCM-STATUS = "00"
                 MOVE AM-LOAN-IMAGE TO LM-LOAN-RECORD
                 MOVE "00"          TO WK-MASTER-STATUS
              END-IF
           END-IF.
           IF WK-MASTER-STATUS NOT = "00"
              DISPLAY "LOANSTMT W001 ローン番号 " WK-INQ-LOAN-NO
                      " はマスタに無い"
              GO TO MAIN-110-EXIT
           END-IF.
           MOVE LM-BORROWER-ID TO WK-SB-BORROWER-ID
                                  BM-BORROWER-ID.
           MOVE SPACES         TO WK-SB-NAME.
           READ BORR-MASTER-FILE.
           IF WK-BORR-STATUS NOT = "00"
              DISPLAY "LOANSTMT W002 借入人 " LM-BORROWER-ID
                      " は登録がない"
              MOVE WK-ST-BORROWER TO ST-PRINT-LINE
              WRITE ST-PRINT-LINE
              GO TO MAIN-110-EXIT
           END-IF.
           MOVE BM-NAME        TO WK-SB-NAME.
           MOVE WK-ST-BORROWER TO ST-PRINT-LINE.
           WRITE ST-PRINT-LINE.
           MOVE BM-POSTAL-CODE TO WK-SA-POSTAL.
           MOVE BM-ADDRESS-1   TO WK-SA-ADDRESS.
           MOVE WK-ST-ADDRESS  TO ST-PRINT-LINE.
           WRITE ST-PRINT-LINE.
           IF BM-ADDRESS-2 NOT = SPACES
              MOVE SPACES         TO WK-SA-POSTAL
              MOVE BM-ADDRESS-2   TO WK-SA-ADDRESS
              MOVE WK-ST-ADDRESS  TO ST-PRINT-LINE
              WRITE ST-PRINT-LINE
           END-IF.
       MAIN-110-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    その契約の最初の取引へ位置付ける（期間前の取引も読んで
      *    繰越残高を決めるため、計上日ゼロから読む）
      *----------------------------------------------------------------
       MAIN-200-START.
           MOVE WK-INQ-LOAN-NO TO TH-LOAN-NO.
           MOVE ZERO           TO TH-POST-DATE
                                  TH-SEQ.
           START TRAN-HIST-FILE KEY NOT < TH-KEY.
           IF WK-THIS-STATUS NOT = "00"
              SET WK-TH-EOF TO TRUE
           END-IF.
       MAIN-200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    取引 1件。契約が変わるか終了日を過ぎたら終わり
      *----------------------------------------------------------------
       MAIN-300-ENTRY.
           READ TRAN-HIST-FILE NEXT
               AT END
                   SET WK-TH-EOF TO TRUE
                   GO TO MAIN-300-EXIT
           END-READ.
           IF WK-THIS-STATUS NOT = "00"
              DISPLAY "LOANSTMT E006 取引履歴 読込失敗 "
                      WK-THIS-STATUS
              SET WK-TH-EOF TO TRUE
              GO TO MAIN-300-EXIT
           END-IF.
           IF TH-LOAN-NO NOT = WK-INQ-LOAN-NO
           OR TH-POST-DATE > WK-TO-DATE
              SET WK-TH-EOF TO TRUE
              GO TO MAIN-300-EXIT
           END-IF.
      *        期間前の取引は残高だけ引き継ぐ
           IF TH-POST-DATE < WK-FROM-DATE
              MOVE TH-BALANCE TO WK-RUN-BALANCE
              SET WK-OPEN-KNOWN TO TRUE
              GO TO MAIN-300-EXIT
           END-IF.
      *        期間前の取引が無いときは最初の取引から逆算する
      *        （新規契約なら取引前の残高はゼロになる）
           IF NOT WK-OPEN-KNOWN
              COMPUTE WK-RUN-BALANCE = TH-BALANCE + TH-PRINCIPAL
              IF TH-MNT-ADD
                 SUBTRACT TH-AMOUNT FROM WK-RUN-BALANCE
              END-IF
              SET WK-OPEN-KNOWN TO TRUE
           END-IF.
           IF NOT WK-OPEN-PRINTED
              PERFORM MAIN-310-OPENING THRU MAIN-310-EXIT
           END-IF.
           IF TH-MNT-ADD
              ADD TH-AMOUNT         TO WK-RUN-BALANCE
           ELSE
              SUBTRACT TH-PRINCIPAL FROM WK-RUN-BALANCE
           END-IF.
           MOVE SPACE TO WK-SL-MARK.
      *        履歴と合わないときは印を付け、以降は履歴の残高から
      *        続ける（1件の食違いを後の行へ持ち越さない）
           IF WK-RUN-BALANCE NOT = TH-BALANCE
              MOVE "*"        TO WK-SL-MARK
              ADD 1           TO WK-DIFF-COUNT
              MOVE TH-BALANCE TO WK-RUN-BALANCE
           END-IF.
           PERFORM MAIN-320-KIND THRU MAIN-320-EXIT.
           MOVE TH-POST-DATE   TO WK-SL-DATE.
           MOVE TH-AMOUNT      TO WK-SL-AMOUNT.
           MOVE TH-PRINCIPAL   TO WK-SL-PRINCIPAL.
           MOVE TH-INTEREST    TO WK-SL-INTEREST.
           MOVE TH-LATE-CHARGE TO WK-SL-LATE.
           MOVE WK-RUN-BALANCE TO WK-SL-BALANCE.
           MOVE WK-ST-LINE     TO ST-PRINT-LINE.
           WRITE ST-PRINT-LINE.
           ADD 1              TO WK-LINE-COUNT.
           ADD TH-AMOUNT      TO WK-TOT-AMOUNT.
           ADD TH-PRINCIPAL   TO WK-TOT-PRINCIPAL.
           ADD TH-INTEREST    TO WK-TOT-INTEREST.
           ADD TH-LATE-CHARGE TO WK-TOT-LATE.
       MAIN-300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    繰越残高の行
      *----------------------------------------------------------------
       MAIN-310-OPENING.
           MOVE WK-RUN-BALANCE     TO WK-OPEN-BALANCE.
           MOVE "繰越残高"         TO WK-SK-TITLE.
           MOVE WK-OPEN-BALANCE    TO WK-SK-BALANCE.
           MOVE WK-ST-BALANCE-LINE TO ST-PRINT-LINE.
           WRITE ST-PRINT-LINE.
           SET WK-OPEN-PRINTED TO TRUE.
       MAIN-310-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    取引種別の名称
      *----------------------------------------------------------------
       MAIN-320-KIND.
           EVALUATE TRUE
               WHEN TH-RECEIPT-POST
                   MOVE "入金消込"   TO WK-SL-KIND
               WHEN TH-PARTIAL
                   MOVE "一部入金"   TO WK-SL-KIND
               WHEN TH-SUSPENSE
                   MOVE "入金保留"   TO WK-SL-KIND
               WHEN TH-MISSED
                   MOVE "未入金"     TO WK-SL-KIND
               WHEN TH-LATE-ACCRUE
                   MOVE "損害金"     TO WK-SL-KIND
               WHEN TH-ACCELERATE
                   MOVE "期限喪失"   TO WK-SL-KIND
               WHEN TH-RECOVER
                   MOVE "一括回収"   TO WK-SL-KIND
               WHEN TH-PAYOFF
                   MOVE "完済清算"   TO WK-SL-KIND
               WHEN TH-MNT-ADD
                   MOVE "新規契約"   TO WK-SL-KIND
               WHEN TH-MNT-CHANGE
                   MOVE "条件変更"   TO WK-SL-KIND
               WHEN TH-MNT-CLOSE
                   MOVE "完済"       TO WK-SL-KIND
               WHEN TH-MNT-REACT
                   MOVE "復活"       TO WK-SL-KIND
               WHEN TH-MNT-RESTRUCT
                   MOVE "元金据置"   TO WK-SL-KIND
               WHEN TH-SUSP-REPRESENT
                   MOVE "再呈示"     TO WK-SL-KIND
               WHEN TH-SUSP-REFUND
                   MOVE "保留返金"   TO WK-SL-KIND
               WHEN TH-SUSP-WRITEOFF
                   MOVE "保留償却"   TO WK-SL-KIND
               WHEN TH-DEBIT-RETURN
                   MOVE "振替不能"   TO WK-SL-KIND
               WHEN TH-SUBROGATION
                   MOVE "代位弁済"   TO WK-SL-KIND
               WHEN OTHER
                   MOVE TH-TRAN-TYPE TO WK-SL-KIND
           END-EVALUATE.
       MAIN-320-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    期間合計と期末残高。期間内に取引が無ければ繰越残高を
      *    そのまま期末残高とする
      *----------------------------------------------------------------
       MAIN-400-TOTAL.
           IF WK-LINE-COUNT = ZERO
              PERFORM MAIN-310-OPENING THRU MAIN-310-EXIT
              MOVE WK-ST-NONE TO ST-PRINT-LINE
              WRITE ST-PRINT-LINE
           END-IF.
           MOVE WK-TOT-AMOUNT      TO WK-ST-AMOUNT.
           MOVE WK-TOT-PRINCIPAL   TO WK-ST-PRINCIPAL.
           MOVE WK-TOT-INTEREST    TO WK-ST-INTEREST.
           MOVE WK-TOT-LATE        TO WK-ST-LATE.
           MOVE WK-ST-TOTAL-LINE   TO ST-PRINT-LINE.
           WRITE ST-PRINT-LINE.
           MOVE "期末残高"         TO WK-SK-TITLE.
           MOVE WK-RUN-BALANCE     TO WK-SK-BALANCE.
           MOVE WK-ST-BALANCE-LINE TO ST-PRINT-LINE.
           WRITE ST-PRINT-LINE.
           IF WK-DIFF-COUNT > ZERO
              MOVE WK-ST-DIFF-NOTE TO ST-PRINT-LINE
              WRITE ST-PRINT-LINE
           END-IF.
       MAIN-400-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    終了処理
      *----------------------------------------------------------------
       MAIN-900-CLOSE.
           CLOSE TRAN-HIST-FILE LOAN-MASTER-FILE BORR-MASTER-FILE
                 STATEMENT-FILE.
           IF WK-ARCM-OPEN
              CLOSE LOAN-ARCHIVE-FILE
           END-IF.
       MAIN-900-EXIT.
           EXIT.
      *--------------------<< END OF PROGRAM >>-----------------------*
