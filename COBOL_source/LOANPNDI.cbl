      ****************************************************************
      *                                                              *
      *         保守取引の承認待ち登録（起票分の取込み）             *
      *                                                              *
      ****************************************************************
       IDENTIFICATION          DIVISION.
      ****************************************************************
       PROGRAM-ID.             LOANPNDI.
       AUTHOR.                 TOKYO-SYSTEM-HOUSE.
       DATE-WRITTEN.           2026/10/15.
      *----------------------------------------------------------------
      *    変更履歴
      *    2026/10/15  TSH  新規作成。起票されたローン保守取引
      *                     （LOANTRNK）と借入人保守取引（BORRTRNK）
      *                     を読み、承認待ちファイル（LOANPEND）へ
      *                     状態 P で登録する。キーは営業日＋連番。
      *                     起票者IDの無い取引は登録せず一覧に
      *                     拒否として印字する。承認者は承認待ち
      *                     一覧（LOANPNDL）のキーで承認を指示する。
      *                     取り込んだ起票ファイルは空にして、再実行
      *                     で二重に登録しないようにする
      *----------------------------------------------------------------
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       SOURCE-COMPUTER.        OPEN-COBOL.
       OBJECT-COMPUTER.        OPEN-COBOL.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT LOAN-ENTRY-FILE    ASSIGN TO "LOANTRNK"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-LENT-STATUS.
           SELECT BORR-ENTRY-FILE    ASSIGN TO "BORRTRNK"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-BENT-STATUS.
           SELECT PENDING-FILE       ASSIGN TO "LOANPEND"
                                      ORGANIZATION INDEXED
                                      ACCESS RANDOM
                                      RECORD KEY PD-KEY
                                      FILE STATUS WK-PEND-STATUS.
           SELECT PEND-LIST-FILE     ASSIGN TO "LOANPNDL"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-LIST-STATUS.
           SELECT RUN-CONTROL-FILE   ASSIGN TO "LOANRUNC"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-RUNC-STATUS.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
       FILE                    SECTION.
       FD  LOAN-ENTRY-FILE.
           COPY "LOANTRAN".
      *
       FD  BORR-ENTRY-FILE.
           COPY "BORRTRAN".
      *
       FD  PENDING-FILE.
           COPY "LOANPEND".
      *
       FD  PEND-LIST-FILE.
       01  PL-PRINT-LINE            PIC X(80).
      *
       FD  RUN-CONTROL-FILE.
           COPY "LOANRUNC".
      *
       WORKING-STORAGE         SECTION.
       01  WK-LENT-STATUS      PIC X(02).
       01  WK-BENT-STATUS      PIC X(02).
       01  WK-PEND-STATUS      PIC X(02).
       01  WK-LIST-STATUS      PIC X(02).
       01  WK-RUNC-STATUS      PIC X(02).
       01  WK-ENTRY-EOF-SW     PIC X(01)            VALUE "N".
           88  WK-ENTRY-EOF                         VALUE "Y".
      *        起票ファイルが無い夜は空として扱う（どちらか一方
      *        だけの起票がある）
       01  WK-LENT-OPEN-SW     PIC X(01)            VALUE "N".
           88  WK-LENT-OPEN                         VALUE "Y".
       01  WK-BENT-OPEN-SW     PIC X(01)            VALUE "N".
           88  WK-BENT-OPEN                         VALUE "Y".
       01  WK-BUSINESS-DATE    PIC 9(08).
      *        連番は 1 から試して重複なら次の番号で書く。同じ実行
      *        の中では前の取引の次の番号から続ける
       01  WK-PD-SEQ           PIC 9(05)            VALUE ZERO.
       01  WK-LOAN-COUNT       PIC 9(07)            VALUE ZERO.
       01  WK-BORR-COUNT       PIC 9(07)            VALUE ZERO.
       01  WK-ENTRY-COUNT      PIC 9(07)            VALUE ZERO.
       01  WK-REJECT-COUNT     PIC 9(07)            VALUE ZERO.
      *----------------------------------------------------------------
      *    承認待ち一覧の編集行
      *----------------------------------------------------------------
       01  WK-LIST-HEADER.
           05  FILLER              PIC X(44)  VALUE
               "LOANPNDI 承認待ち登録一覧 営業日 ".
           05  WK-LH-DATE          PIC 9(08).
           05  FILLER              PIC X(28)  VALUE SPACES.
       01  WK-LIST-COLHDR.
           05  FILLER              PIC X(42)  VALUE
               "  起票日   連番  種類 区分 番号".
           05  FILLER              PIC X(27)  VALUE
               "        起票者    結果".
           05  FILLER              PIC X(11)  VALUE SPACES.
       01  WK-LIST-LINE.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WK-LL-ENTRY-DATE    PIC 9(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-LL-ENTRY-SEQ     PIC 9(05).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WK-LL-KIND          PIC X(01).
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  WK-LL-TRAN-CODE     PIC X(01).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  WK-LL-ID            PIC X(10).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WK-LL-MAKER-ID      PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WK-LL-RESULT        PIC X(22).
           05  FILLER              PIC X(09)  VALUE SPACES.
      ****************************************************************
       PROCEDURE               DIVISION.
      ****************************************************************
       HAJIME.
       MAIN-000.
           PERFORM MAIN-010-OPEN      THRU MAIN-010-EXIT.
           IF WK-LENT-OPEN
              MOVE "N" TO WK-ENTRY-EOF-SW
              PERFORM MAIN-020-READ-LOAN THRU MAIN-020-EXIT
              PERFORM MAIN-100-LOAN   THRU MAIN-100-EXIT
                      UNTIL WK-ENTRY-EOF
           END-IF.
           IF WK-BENT-OPEN
              MOVE "N" TO WK-ENTRY-EOF-SW
              PERFORM MAIN-030-READ-BORR THRU MAIN-030-EXIT
              PERFORM MAIN-200-BORR   THRU MAIN-200-EXIT
                      UNTIL WK-ENTRY-EOF
           END-IF.
           PERFORM MAIN-900-CLOSE     THRU MAIN-900-EXIT.
           DISPLAY "LOANPNDI ローン起票  = " WK-LOAN-COUNT.
           DISPLAY "LOANPNDI 借入人起票  = " WK-BORR-COUNT.
           DISPLAY "LOANPNDI 登録件数    = " WK-ENTRY-COUNT.
           DISPLAY "LOANPNDI 拒否件数    = " WK-REJECT-COUNT.
           GOBACK.
      *----------------------------------------------------------------
      *    初期化・ファイル オープン。キーの起票日は実行管理の
      *    営業日とし、実行管理が読めなければ当日の日付とする。
      *    承認待ちファイルが未作成の初回だけ空で作成する
      *----------------------------------------------------------------
       MAIN-010-OPEN.
           MOVE ZERO TO WK-BUSINESS-DATE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WK-RUNC-STATUS = "00"
              READ RUN-CONTROL-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      MOVE RC-BUSINESS-DATE TO WK-BUSINESS-DATE
              END-READ
              CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WK-BUSINESS-DATE = ZERO
              ACCEPT WK-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT LOAN-ENTRY-FILE.
           IF WK-LENT-STATUS = "00"
              SET WK-LENT-OPEN TO TRUE
           END-IF.
           OPEN INPUT BORR-ENTRY-FILE.
           IF WK-BENT-STATUS = "00"
              SET WK-BENT-OPEN TO TRUE
           END-IF.
           OPEN I-O PENDING-FILE.
           IF WK-PEND-STATUS = "35"
              OPEN OUTPUT PENDING-FILE
              CLOSE PENDING-FILE
              OPEN I-O PENDING-FILE
           END-IF.
           IF WK-PEND-STATUS NOT = "00"
              DISPLAY "LOANPNDI E001 承認待ち オープン失敗 "
                      WK-PEND-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT PEND-LIST-FILE.
           IF WK-LIST-STATUS NOT = "00"
              DISPLAY "LOANPNDI E002 一覧 オープン失敗 "
                      WK-LIST-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WK-BUSINESS-DATE TO WK-LH-DATE.
           MOVE WK-LIST-HEADER   TO PL-PRINT-LINE.
           WRITE PL-PRINT-LINE.
           MOVE WK-LIST-COLHDR   TO PL-PRINT-LINE.
           WRITE PL-PRINT-LINE.
       MAIN-010-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    起票 1件読込（ローン・借入人）
      *----------------------------------------------------------------
       MAIN-020-READ-LOAN.
           READ LOAN-ENTRY-FILE
               AT END
                   SET WK-ENTRY-EOF TO TRUE
           END-READ.
           IF NOT WK-ENTRY-EOF
              ADD 1 TO WK-LOAN-COUNT
           END-IF.
       MAIN-020-EXIT.
           EXIT.
      *
       MAIN-030-READ-BORR.
           READ BORR-ENTRY-FILE
               AT END
                   SET WK-ENTRY-EOF TO TRUE
           END-READ.
           IF NOT WK-ENTRY-EOF
              ADD 1 TO WK-BORR-COUNT
           END-IF.
       MAIN-030-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    ローン保守取引 1件の登録。承認者IDは承認のときに付ける
      *    ので、起票に入っていても空白にして預かる
      *----------------------------------------------------------------
       MAIN-100-LOAN.
           MOVE "L"            TO WK-LL-KIND.
           MOVE LT-TRAN-CODE   TO WK-LL-TRAN-CODE.
           MOVE LT-LOAN-NO     TO WK-LL-ID.
           MOVE LT-MAKER-ID    TO WK-LL-MAKER-ID.
           IF LT-MAKER-ID = SPACES
              PERFORM MAIN-310-REJECT THRU MAIN-310-EXIT
           ELSE
              MOVE SPACES         TO LT-CHECKER-ID
              MOVE SPACES         TO PD-PENDING-RECORD
              MOVE "L"            TO PD-KIND
              MOVE LT-MAKER-ID    TO PD-MAKER-ID
              MOVE LT-TRAN-RECORD TO PD-TRAN-DATA
              PERFORM MAIN-300-WRITE THRU MAIN-300-EXIT
           END-IF.
           PERFORM MAIN-020-READ-LOAN THRU MAIN-020-EXIT.
       MAIN-100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    借入人保守取引 1件の登録
      *----------------------------------------------------------------
       MAIN-200-BORR.
           MOVE "B"            TO WK-LL-KIND.
           MOVE BT-TRAN-CODE   TO WK-LL-TRAN-CODE.
           MOVE BT-BORROWER-ID TO WK-LL-ID.
           MOVE BT-MAKER-ID    TO WK-LL-MAKER-ID.
           IF BT-MAKER-ID = SPACES
              PERFORM MAIN-310-REJECT THRU MAIN-310-EXIT
           ELSE
              MOVE SPACES         TO BT-CHECKER-ID
              MOVE SPACES         TO PD-PENDING-RECORD
              MOVE "B"            TO PD-KIND
              MOVE BT-MAKER-ID    TO PD-MAKER-ID
              MOVE BT-TRAN-RECORD TO PD-TRAN-DATA
              PERFORM MAIN-300-WRITE THRU MAIN-300-EXIT
           END-IF.
           PERFORM MAIN-030-READ-BORR THRU MAIN-030-EXIT.
       MAIN-200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    承認待ちへ書き込み、一覧へ印字する。同じ起票日の連番が
      *    使用済み（状態 22）なら次の番号で書き直す
      *----------------------------------------------------------------
       MAIN-300-WRITE.
           MOVE "P"              TO PD-STATUS.
           MOVE ZERO             TO PD-DECIDE-DATE.
           MOVE ZERO             TO PD-RELEASE-DATE.
           MOVE WK-BUSINESS-DATE TO PD-ENTRY-DATE.
           ADD  1                TO WK-PD-SEQ.
           MOVE WK-PD-SEQ        TO PD-ENTRY-SEQ.
           WRITE PD-PENDING-RECORD.
           PERFORM MAIN-320-RETRY THRU MAIN-320-EXIT
                   UNTIL WK-PEND-STATUS NOT = "22"
                      OR WK-PD-SEQ = 99999.
           IF WK-PEND-STATUS NOT = "00"
              DISPLAY "LOANPNDI E003 承認待ち 書込失敗 "
                      WK-PEND-STATUS " " PD-KEY
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WK-ENTRY-COUNT.
           MOVE PD-ENTRY-DATE    TO WK-LL-ENTRY-DATE.
           MOVE PD-ENTRY-SEQ     TO WK-LL-ENTRY-SEQ.
           MOVE "承認待ち"       TO WK-LL-RESULT.
           MOVE WK-LIST-LINE     TO PL-PRINT-LINE.
           WRITE PL-PRINT-LINE.
       MAIN-300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    起票者IDの無い取引は登録せず、キーなしで一覧に印字する
      *----------------------------------------------------------------
       MAIN-310-REJECT.
           ADD 1 TO WK-REJECT-COUNT.
           MOVE ZERO             TO WK-LL-ENTRY-DATE.
           MOVE ZERO             TO WK-LL-ENTRY-SEQ.
           MOVE "拒否 起票者なし" TO WK-LL-RESULT.
           MOVE WK-LIST-LINE     TO PL-PRINT-LINE.
           WRITE PL-PRINT-LINE.
       MAIN-310-EXIT.
           EXIT.
      *
       MAIN-320-RETRY.
           ADD  1         TO WK-PD-SEQ.
           MOVE WK-PD-SEQ TO PD-ENTRY-SEQ.
           WRITE PD-PENDING-RECORD.
       MAIN-320-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    終了処理。取り込んだ起票ファイルは空にしておく
      *----------------------------------------------------------------
       MAIN-900-CLOSE.
           IF WK-LENT-OPEN
              CLOSE LOAN-ENTRY-FILE
              OPEN OUTPUT LOAN-ENTRY-FILE
              CLOSE LOAN-ENTRY-FILE
           END-IF.
           IF WK-BENT-OPEN
              CLOSE BORR-ENTRY-FILE
              OPEN OUTPUT BORR-ENTRY-FILE
              CLOSE BORR-ENTRY-FILE
           END-IF.
           CLOSE PENDING-FILE PEND-LIST-FILE.
       MAIN-900-EXIT.
           EXIT.
      *--------------------<< END OF PROGRAM >>-----------------------*
