      ****************************************************************
      *                                                              *
      *         保守取引の承認（承認・却下・期限切れ・保守へ渡し）   *
      *                                                              *
      ****************************************************************
       IDENTIFICATION          DIVISION.
      ****************************************************************
       PROGRAM-ID.             LOANAPRV.
       AUTHOR.                 TOKYO-SYSTEM-HOUSE.
       DATE-WRITTEN.           2026/10/15.
      *----------------------------------------------------------------
      *    変更履歴
      *    2026/10/15  TSH  新規作成。承認者の承認指示（LOANAPIN）
      *                     を承認待ち（LOANPEND）へ反映し、承認者
      *                     IDと判定日を記録する。承認者IDが起票者
      *                     IDと同じ指示は受け付けない（取引は承認
      *                     待ちのまま残る）。承認済みの取引だけを
      *                     LOANMNT・BORRMNT の取引ファイル
      *                     （LOANTRAN・BORRTRAN）へ起票者IDと承認
      *                     者ID付きで書き出す。起票日から承認期限
      *                     日数を超えて承認待ちのままの取引は期限
      *                     切れとし、例外一覧（LOANAPEX）へ印字する
      *----------------------------------------------------------------
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       SOURCE-COMPUTER.        OPEN-COBOL.
       OBJECT-COMPUTER.        OPEN-COBOL.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE      ASSIGN TO "LOANAPIN"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-DECN-STATUS.
           SELECT PENDING-FILE       ASSIGN TO "LOANPEND"
                                      ORGANIZATION INDEXED
                                      ACCESS DYNAMIC
                                      RECORD KEY PD-KEY
                                      FILE STATUS WK-PEND-STATUS.
           SELECT LOAN-TRAN-FILE     ASSIGN TO "LOANTRAN"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-LTRN-STATUS.
           SELECT BORR-TRAN-FILE     ASSIGN TO "BORRTRAN"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-BTRN-STATUS.
           SELECT APPROVAL-LIST-FILE ASSIGN TO "LOANAPLS"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-LIST-STATUS.
           SELECT EXCEPTION-FILE     ASSIGN TO "LOANAPEX"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-EXC-STATUS.
           SELECT RUN-CONTROL-FILE   ASSIGN TO "LOANRUNC"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-RUNC-STATUS.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
       FILE                    SECTION.
       FD  DECISION-FILE.
           COPY "LOANAPDC".
      *
       FD  PENDING-FILE.
           COPY "LOANPEND".
      *
       FD  LOAN-TRAN-FILE.
           COPY "LOANTRAN".
      *
       FD  BORR-TRAN-FILE.
           COPY "BORRTRAN".
      *
       FD  APPROVAL-LIST-FILE.
       01  AL-PRINT-LINE            PIC X(80).
      *
       FD  EXCEPTION-FILE.
       01  AX-PRINT-LINE            PIC X(80).
      *
       FD  RUN-CONTROL-FILE.
           COPY "LOANRUNC".
      *
       WORKING-STORAGE         SECTION.
       01  WK-DECN-STATUS      PIC X(02).
       01  WK-PEND-STATUS      PIC X(02).
       01  WK-LTRN-STATUS      PIC X(02).
       01  WK-BTRN-STATUS      PIC X(02).
       01  WK-LIST-STATUS      PIC X(02).
       01  WK-EXC-STATUS       PIC X(02).
       01  WK-RUNC-STATUS      PIC X(02).
       01  WK-DECN-EOF-SW      PIC X(01)            VALUE "N".
           88  WK-DECN-EOF                          VALUE "Y".
       01  WK-PEND-EOF-SW      PIC X(01)            VALUE "N".
           88  WK-PEND-EOF                          VALUE "Y".
      *        承認指示の無い夜もある（期限切れと渡し直しだけ行う）
       01  WK-DECN-OPEN-SW     PIC X(01)            VALUE "N".
           88  WK-DECN-OPEN                         VALUE "Y".
       01  WK-BUSINESS-DATE    PIC 9(08).
      *----------------------------------------------------------------
      *    承認期限。起票日からの暦日数がこれを超えた承認待ちは
      *    期限切れにする。ゼロ入力は 5 日とする
      *----------------------------------------------------------------
       01  WK-EXPIRE-DAYS      PIC 9(03).
       01  WK-TODAY-INT        PIC 9(07).
       01  WK-ENTRY-INT        PIC 9(07).
       01  WK-AGE-DAYS         PIC S9(05).
       01  WK-DECN-COUNT       PIC 9(07)            VALUE ZERO.
       01  WK-APPROVE-COUNT    PIC 9(07)            VALUE ZERO.
       01  WK-DECLINE-COUNT    PIC 9(07)            VALUE ZERO.
       01  WK-ERROR-COUNT      PIC 9(07)            VALUE ZERO.
       01  WK-LREL-COUNT       PIC 9(07)            VALUE ZERO.
       01  WK-BREL-COUNT       PIC 9(07)            VALUE ZERO.
       01  WK-EXPIRE-COUNT     PIC 9(07)            VALUE ZERO.
      *----------------------------------------------------------------
      *    承認処理一覧の編集行。承認指示 1件ごとの結果と、保守へ
      *    渡した取引を印字する
      *----------------------------------------------------------------
       01  WK-LIST-HEADER.
           05  FILLER              PIC X(38)  VALUE
               "LOANAPRV 承認処理一覧 営業日 ".
           05  WK-LH-DATE          PIC 9(08).
           05  FILLER              PIC X(34)  VALUE SPACES.
       01  WK-LIST-COLHDR.
           05  FILLER              PIC X(36)  VALUE
               "  起票日   連番  種別  番号".
           05  FILLER              PIC X(40)  VALUE
               "        起票者    承認者    結果".
           05  FILLER              PIC X(04)  VALUE SPACES.
       01  WK-LIST-LINE.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WK-LL-ENTRY-DATE    PIC 9(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-LL-ENTRY-SEQ     PIC 9(05).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WK-LL-KIND          PIC X(01).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-LL-TRAN-CODE     PIC X(01).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WK-LL-ID            PIC X(10).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WK-LL-MAKER-ID      PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WK-LL-CHECKER-ID    PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WK-LL-RESULT        PIC X(22).
           05  FILLER              PIC X(03)  VALUE SPACES.
      *----------------------------------------------------------------
      *    例外一覧（期限切れ）の編集行
      *----------------------------------------------------------------
       01  WK-EXC-HEADER.
           05  FILLER              PIC X(44)  VALUE
               "LOANAPRV 承認期限切れ一覧 営業日 ".
           05  WK-XH-DATE          PIC 9(08).
           05  FILLER              PIC X(15)  VALUE
               "  承認期限 ".
           05  WK-XH-DAYS          PIC ZZ9.
           05  FILLER              PIC X(10)  VALUE " 日".
       01  WK-EXC-COLHDR.
           05  FILLER              PIC X(36)  VALUE
               "  起票日   連番  種別  番号".
           05  FILLER              PIC X(31)  VALUE
               "        起票者  経過日数".
           05  FILLER              PIC X(13)  VALUE SPACES.
       01  WK-EXC-LINE.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WK-XL-ENTRY-DATE    PIC 9(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-XL-ENTRY-SEQ     PIC 9(05).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WK-XL-KIND          PIC X(01).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-XL-TRAN-CODE     PIC X(01).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WK-XL-ID            PIC X(10).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WK-XL-MAKER-ID      PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WK-XL-DAYS          PIC ZZZZ9.
           05  FILLER              PIC X(30)  VALUE SPACES.
      ****************************************************************
       PROCEDURE               DIVISION.
      ****************************************************************
       HAJIME.
       MAIN-000.
           PERFORM MAIN-010-OPEN      THRU MAIN-010-EXIT.
           IF WK-DECN-OPEN
              PERFORM MAIN-020-READ-DECN THRU MAIN-020-EXIT
              PERFORM MAIN-100-DECIDE THRU MAIN-100-EXIT
                      UNTIL WK-DECN-EOF
           END-IF.
           PERFORM MAIN-200-SWEEP     THRU MAIN-200-EXIT.
           PERFORM MAIN-900-CLOSE     THRU MAIN-900-EXIT.
           DISPLAY "LOANAPRV 承認指示    = " WK-DECN-COUNT.
           DISPLAY "LOANAPRV 承認件数    = " WK-APPROVE-COUNT.
           DISPLAY "LOANAPRV 却下件数    = " WK-DECLINE-COUNT.
           DISPLAY "LOANAPRV 指示拒否    = " WK-ERROR-COUNT.
           DISPLAY "LOANAPRV ローン渡し  = " WK-LREL-COUNT.
           DISPLAY "LOANAPRV 借入人渡し  = " WK-BREL-COUNT.
           DISPLAY "LOANAPRV 期限切れ    = " WK-EXPIRE-COUNT.
           GOBACK.
      *----------------------------------------------------------------
      *    初期化・ファイル オープン。営業日は実行管理から取り、
      *    読めなければ当日の日付とする。保守の取引ファイルは
      *    毎回作り直す（その夜に渡す取引だけを持つ）
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
           DISPLAY "承認期限日数: " NO ADVANCING.
           ACCEPT WK-EXPIRE-DAYS.
           IF WK-EXPIRE-DAYS = ZERO
              MOVE 5 TO WK-EXPIRE-DAYS
           END-IF.
           COMPUTE WK-TODAY-INT
                 = FUNCTION INTEGER-OF-DATE(WK-BUSINESS-DATE).
           OPEN I-O PENDING-FILE.
           IF WK-PEND-STATUS NOT = "00"
              DISPLAY "LOANAPRV E001 承認待ち オープン失敗 "
                      WK-PEND-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT DECISION-FILE.
           IF WK-DECN-STATUS = "00"
              SET WK-DECN-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT LOAN-TRAN-FILE.
           IF WK-LTRN-STATUS NOT = "00"
              DISPLAY "LOANAPRV E002 ローン オープン失敗 "
                      WK-LTRN-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT BORR-TRAN-FILE.
           IF WK-BTRN-STATUS NOT = "00"
              DISPLAY "LOANAPRV E003 借入人 オープン失敗 "
                      WK-BTRN-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT APPROVAL-LIST-FILE.
           IF WK-LIST-STATUS NOT = "00"
              DISPLAY "LOANAPRV E004 処理一覧 オープン失敗 "
                      WK-LIST-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT EXCEPTION-FILE.
           IF WK-EXC-STATUS NOT = "00"
              DISPLAY "LOANAPRV E005 例外一覧 オープン失敗 "
                      WK-EXC-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WK-BUSINESS-DATE TO WK-LH-DATE.
           MOVE WK-LIST-HEADER   TO AL-PRINT-LINE.
           WRITE AL-PRINT-LINE.
           MOVE WK-LIST-COLHDR   TO AL-PRINT-LINE.
           WRITE AL-PRINT-LINE.
           MOVE WK-BUSINESS-DATE TO WK-XH-DATE.
           MOVE WK-EXPIRE-DAYS   TO WK-XH-DAYS.
           MOVE WK-EXC-HEADER    TO AX-PRINT-LINE.
           WRITE AX-PRINT-LINE.
           MOVE WK-EXC-COLHDR    TO AX-PRINT-LINE.
           WRITE AX-PRINT-LINE.
       MAIN-010-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    承認指示 1件読込
      *----------------------------------------------------------------
       MAIN-020-READ-DECN.
           READ DECISION-FILE
               AT END
                   SET WK-DECN-EOF TO TRUE
           END-READ.
           IF NOT WK-DECN-EOF
              ADD 1 TO WK-DECN-COUNT
           END-IF.
       MAIN-020-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    承認指示 1件の反映。対象なし・承認待ちでない（処理済み）
      *    ・承認者ID未入力・起票者と同一・判定誤りの指示は受け付け
      *    ず、一覧に拒否として印字する（承認待ちは変えない）
      *----------------------------------------------------------------
       MAIN-100-DECIDE.
           MOVE AD-KEY TO PD-KEY.
           READ PENDING-FILE.
           MOVE AD-CHECKER-ID TO WK-LL-CHECKER-ID.
           EVALUATE WK-PEND-STATUS
               WHEN "00"
                   PERFORM MAIN-800-SET-LINE THRU MAIN-800-EXIT
               WHEN "23"
                   MOVE AD-ENTRY-DATE  TO WK-LL-ENTRY-DATE
                   MOVE AD-ENTRY-SEQ   TO WK-LL-ENTRY-SEQ
                   MOVE SPACES         TO WK-LL-KIND WK-LL-TRAN-CODE
                                          WK-LL-ID WK-LL-MAKER-ID
                   MOVE "拒否 対象なし" TO WK-LL-RESULT
                   GO TO MAIN-100-ERROR
               WHEN OTHER
                   DISPLAY "LOANAPRV E006 承認待ち読込失敗 "
                           WK-PEND-STATUS " " AD-KEY
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
           IF NOT PD-PENDING
              MOVE "拒否 処理済み"   TO WK-LL-RESULT
              GO TO MAIN-100-ERROR
           END-IF.
           IF AD-CHECKER-ID = SPACES
              MOVE "拒否 ID未入力"   TO WK-LL-RESULT
              GO TO MAIN-100-ERROR
           END-IF.
           IF AD-CHECKER-ID = PD-MAKER-ID
              MOVE "拒否 同一者"     TO WK-LL-RESULT
              GO TO MAIN-100-ERROR
           END-IF.
           EVALUATE TRUE
               WHEN AD-APPROVE
                   MOVE "A"        TO PD-STATUS
                   MOVE "承認"     TO WK-LL-RESULT
                   ADD 1 TO WK-APPROVE-COUNT
               WHEN AD-REJECT
                   MOVE "R"        TO PD-STATUS
                   MOVE "却下"     TO WK-LL-RESULT
                   ADD 1 TO WK-DECLINE-COUNT
               WHEN OTHER
                   MOVE "拒否 判定誤り" TO WK-LL-RESULT
                   GO TO MAIN-100-ERROR
           END-EVALUATE.
           MOVE AD-CHECKER-ID    TO PD-CHECKER-ID.
           MOVE WK-BUSINESS-DATE TO PD-DECIDE-DATE.
           REWRITE PD-PENDING-RECORD.
           IF WK-PEND-STATUS NOT = "00"
              DISPLAY "LOANAPRV E007 承認待ち書戻失敗 "
                      WK-PEND-STATUS " " PD-KEY
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WK-LIST-LINE TO AL-PRINT-LINE.
           WRITE AL-PRINT-LINE.
           GO TO MAIN-100-NEXT.
       MAIN-100-ERROR.
           ADD 1 TO WK-ERROR-COUNT.
           MOVE WK-LIST-LINE TO AL-PRINT-LINE.
           WRITE AL-PRINT-LINE.
       MAIN-100-NEXT.
           PERFORM MAIN-020-READ-DECN THRU MAIN-020-EXIT.
       MAIN-100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    承認待ちファイルをキー順に全件読み、承認済みで未渡しの
      *    取引を保守へ渡し、期限を過ぎた承認待ちを期限切れにする
      *    同じ営業日に渡した取引は再実行のときも渡し直す（保守の
      *    取引ファイルは毎回作り直すため）
      *----------------------------------------------------------------
       MAIN-200-SWEEP.
           MOVE LOW-VALUES TO PD-KEY.
           START PENDING-FILE KEY NOT < PD-KEY.
           IF WK-PEND-STATUS NOT = "00"
              GO TO MAIN-200-EXIT
           END-IF.
           PERFORM MAIN-210-READ-PEND THRU MAIN-210-EXIT.
           PERFORM MAIN-220-ITEM      THRU MAIN-220-EXIT
                   UNTIL WK-PEND-EOF.
       MAIN-200-EXIT.
           EXIT.
      *
       MAIN-210-READ-PEND.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET WK-PEND-EOF TO TRUE
           END-READ.
       MAIN-210-EXIT.
           EXIT.
      *
       MAIN-220-ITEM.
           IF PD-APPROVED
              AND (PD-RELEASE-DATE = ZERO
                   OR PD-RELEASE-DATE = WK-BUSINESS-DATE)
              PERFORM MAIN-300-RELEASE THRU MAIN-300-EXIT
           END-IF.
           IF PD-PENDING
              COMPUTE WK-ENTRY-INT
                    = FUNCTION INTEGER-OF-DATE(PD-ENTRY-DATE)
              COMPUTE WK-AGE-DAYS = WK-TODAY-INT - WK-ENTRY-INT
              IF WK-AGE-DAYS > WK-EXPIRE-DAYS
                 PERFORM MAIN-400-EXPIRE THRU MAIN-400-EXIT
              END-IF
           END-IF.
           PERFORM MAIN-210-READ-PEND THRU MAIN-210-EXIT.
       MAIN-220-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    承認済みの取引 1件を起票者ID・承認者ID付きで保守の取引
      *    ファイルへ書き出し、渡した営業日を記録する
      *----------------------------------------------------------------
       MAIN-300-RELEASE.
           IF PD-KIND-LOAN
              MOVE PD-TRAN-DATA  TO LT-TRAN-RECORD
              MOVE PD-MAKER-ID   TO LT-MAKER-ID
              MOVE PD-CHECKER-ID TO LT-CHECKER-ID
              WRITE LT-TRAN-RECORD
              ADD 1 TO WK-LREL-COUNT
           ELSE
              MOVE PD-TRAN-DATA  TO BT-TRAN-RECORD
              MOVE PD-MAKER-ID   TO BT-MAKER-ID
              MOVE PD-CHECKER-ID TO BT-CHECKER-ID
              WRITE BT-TRAN-RECORD
              ADD 1 TO WK-BREL-COUNT
           END-IF.
           IF PD-RELEASE-DATE = ZERO
              MOVE WK-BUSINESS-DATE TO PD-RELEASE-DATE
              REWRITE PD-PENDING-RECORD
              IF WK-PEND-STATUS NOT = "00"
                 DISPLAY "LOANAPRV E007 承認待ち書戻失敗 "
                         WK-PEND-STATUS " " PD-KEY
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
           PERFORM MAIN-800-SET-LINE THRU MAIN-800-EXIT.
           MOVE PD-CHECKER-ID      TO WK-LL-CHECKER-ID.
           MOVE "保守へ渡し"       TO WK-LL-RESULT.
           MOVE WK-LIST-LINE       TO AL-PRINT-LINE.
           WRITE AL-PRINT-LINE.
       MAIN-300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    期限切れ。状態 E にして例外一覧へ印字する。取引を生かす
      *    には起票し直す
      *----------------------------------------------------------------
       MAIN-400-EXPIRE.
           MOVE "E"              TO PD-STATUS.
           MOVE WK-BUSINESS-DATE TO PD-DECIDE-DATE.
           REWRITE PD-PENDING-RECORD.
           IF WK-PEND-STATUS NOT = "00"
              DISPLAY "LOANAPRV E007 承認待ち書戻失敗 "
                      WK-PEND-STATUS " " PD-KEY
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WK-EXPIRE-COUNT.
           PERFORM MAIN-800-SET-LINE THRU MAIN-800-EXIT.
           MOVE WK-LL-ENTRY-DATE TO WK-XL-ENTRY-DATE.
           MOVE WK-LL-ENTRY-SEQ  TO WK-XL-ENTRY-SEQ.
           MOVE WK-LL-KIND       TO WK-XL-KIND.
           MOVE WK-LL-TRAN-CODE  TO WK-XL-TRAN-CODE.
           MOVE WK-LL-ID         TO WK-XL-ID.
           MOVE WK-LL-MAKER-ID   TO WK-XL-MAKER-ID.
           MOVE WK-AGE-DAYS      TO WK-XL-DAYS.
           MOVE WK-EXC-LINE      TO AX-PRINT-LINE.
           WRITE AX-PRINT-LINE.
       MAIN-400-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    承認待ちの内容を一覧の編集行へ移す（承認者と結果を除く）
      *----------------------------------------------------------------
       MAIN-800-SET-LINE.
           MOVE PD-ENTRY-DATE    TO WK-LL-ENTRY-DATE.
           MOVE PD-ENTRY-SEQ     TO WK-LL-ENTRY-SEQ.
           MOVE PD-KIND          TO WK-LL-KIND.
           MOVE PD-MAKER-ID      TO WK-LL-MAKER-ID.
           IF PD-KIND-LOAN
              MOVE PD-L-TRAN-CODE   TO WK-LL-TRAN-CODE
              MOVE PD-L-LOAN-NO     TO WK-LL-ID
           ELSE
              MOVE PD-B-TRAN-CODE   TO WK-LL-TRAN-CODE
              MOVE PD-B-BORROWER-ID TO WK-LL-ID
           END-IF.
       MAIN-800-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    終了処理
      *----------------------------------------------------------------
       MAIN-900-CLOSE.
           IF WK-DECN-OPEN
              CLOSE DECISION-FILE
           END-IF.
           CLOSE PENDING-FILE LOAN-TRAN-FILE BORR-TRAN-FILE
                 APPROVAL-LIST-FILE EXCEPTION-FILE.
       MAIN-900-EXIT.
           EXIT.
      *--------------------<< END OF PROGRAM >>-----------------------*
