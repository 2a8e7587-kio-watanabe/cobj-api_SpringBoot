      *                     再開扱いにならないようにする）、営業日
      *                     の再開放（LOANRCTL）と当夜分の出力
      *                     ファイルの破棄はオペレータが行う
      *    2026/10/15  TSH  完済見積の使用済みの印の取消しを追加。
      *                     復旧した営業日に清算へ使った見積を未使用
      *                     へ戻し、再実行で同じ見積を突き合わせられる
      *                     ようにする
      *    2026/10/15  TSH  マスタに借入人ID の副キー（重複あり）
      *                     の定義を追加
      *    2026/10/15  TSH  取引履歴（LOANTHIS）の取消しを追加。
      *                     復旧した契約の、復旧した営業日に
      *                     LOANROLL が書いた履歴を消す（再実行が
      *                     同じ取引を書き直すため）
      *    2026/10/15  TSH  見積の書戻しに失敗したら異常件数に数えて
      *                     条件コード 8 で終わる
      *----------------------------------------------------------------
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
                                      ORGANIZATION INDEXED
                                      ACCESS RANDOM
                                      RECORD KEY LM-LOAN-NO
                                      ALTERNATE KEY LM-BORROWER-ID
                                          WITH DUPLICATES
                                      FILE STATUS WK-MASTER-STATUS.
           SELECT RUN-CONTROL-FILE   ASSIGN TO "LOANRUNC"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-RUNC-STATUS.
           SELECT QUOTE-FILE         ASSIGN TO "LOANQUOT"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-QUOTE-STATUS.
           SELECT TRAN-HIST-FILE     ASSIGN TO "LOANTHIS"
                                      ORGANIZATION INDEXED
                                      ACCESS DYNAMIC
                                      RECORD KEY TH-KEY
                                      FILE STATUS WK-THIS-STATUS.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
      *
       FD  RUN-CONTROL-FILE.
           COPY "LOANRUNC".
      *
       FD  QUOTE-FILE.
           COPY "LOANQUOT".
      *
       FD  TRAN-HIST-FILE.
           COPY "LOANTHIS".
      *
       WORKING-STORAGE         SECTION.
       01  WK-JRNL-STATUS      PIC X(02).
       01  WK-JOURNAL-DATE     PIC 9(08).
       01  WK-RESTORE-COUNT    PIC 9(07)            VALUE ZERO.
       01  WK-ERROR-COUNT      PIC 9(04)            VALUE ZERO.
       01  WK-QUOTE-STATUS     PIC X(02).
       01  WK-QUOTE-EOF-SW     PIC X(01)            VALUE "N".
           88  WK-QUOTE-EOF                         VALUE "Y".
       01  WK-QUOTE-RESET      PIC 9(07)            VALUE ZERO.
      *        取引履歴は無ければ（一度も繰越していない）消す
      *        ものなしとして続ける
       01  WK-THIS-STATUS      PIC X(02).
       01  WK-THIS-OPEN-SW     PIC X(01)            VALUE "N".
           88  WK-THIS-OPEN                         VALUE "Y".
       01  WK-TH-SCAN-EOF-SW   PIC X(01)            VALUE "N".
           88  WK-TH-SCAN-EOF                       VALUE "Y".
       01  WK-TH-PURGE-COUNT   PIC 9(07)            VALUE ZERO.
      ****************************************************************
       PROCEDURE               DIVISION.
      ****************************************************************
           PERFORM MAIN-900-CLOSE    THRU MAIN-900-EXIT.
           DISPLAY "LOANRBKO 復旧件数  = " WK-RESTORE-COUNT.
           DISPLAY "LOANRBKO 異常件数  = " WK-ERROR-COUNT.
           DISPLAY "LOANRBKO 見積戻し  = " WK-QUOTE-RESET.
           DISPLAY "LOANRBKO 履歴消去  = " WK-TH-PURGE-COUNT.
           IF WK-ERROR-COUNT > ZERO
              MOVE 8 TO RETURN-CODE
           ELSE
                      WK-MASTER-STATUS
              GOBACK
           END-IF.
           OPEN I-O TRAN-HIST-FILE.
           IF WK-THIS-STATUS = "00"
              SET WK-THIS-OPEN TO TRUE
           END-IF.
       MAIN-010-EXIT.
           EXIT.
      *----------------------------------------------------------------
              ADD 1 TO WK-ERROR-COUNT
           ELSE
              ADD 1 TO WK-RESTORE-COUNT
              IF WK-THIS-OPEN
                 PERFORM MAIN-150-TH-PURGE THRU MAIN-150-EXIT
              END-IF
           END-IF.
       MAIN-100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    復旧した契約の取引履歴の取消し。この契約の復旧営業日の
      *    分をキー順に読み、LOANROLL が書いたものだけを消す（繰越
      *    の前に振替不能処理などが書いた分は残す）
      *----------------------------------------------------------------
       MAIN-150-TH-PURGE.
           MOVE JR-LOAN-NO      TO TH-LOAN-NO.
           MOVE WK-JOURNAL-DATE TO TH-POST-DATE.
           MOVE ZERO            TO TH-SEQ.
           START TRAN-HIST-FILE KEY NOT < TH-KEY
               INVALID KEY
                   GO TO MAIN-150-EXIT
           END-START.
           MOVE "N" TO WK-TH-SCAN-EOF-SW.
           PERFORM MAIN-151-TH-PURGE-ONE THRU MAIN-151-EXIT
                   UNTIL WK-TH-SCAN-EOF.
       MAIN-150-EXIT.
           EXIT.
      *
       MAIN-151-TH-PURGE-ONE.
           READ TRAN-HIST-FILE NEXT
               AT END
                   SET WK-TH-SCAN-EOF TO TRUE
                   GO TO MAIN-151-EXIT
           END-READ.
           IF TH-LOAN-NO NOT = JR-LOAN-NO
              OR TH-POST-DATE NOT = WK-JOURNAL-DATE
              SET WK-TH-SCAN-EOF TO TRUE
              GO TO MAIN-151-EXIT
           END-IF.
           IF TH-SOURCE = "LOANROLL"
              DELETE TRAN-HIST-FILE
              IF WK-THIS-STATUS NOT = "00"
                 DISPLAY "LOANRBKO E008 取引履歴 消去失敗 "
                         WK-THIS-STATUS " " JR-LOAN-NO
                 ADD 1 TO WK-ERROR-COUNT
              ELSE
                 ADD 1 TO WK-TH-PURGE-COUNT
              END-IF
           END-IF.
       MAIN-151-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    終了処理。復旧が通ったらジャーナルをヘッダだけに作り
      *    直す（明細が残っていると次の実行が再開扱いになって
      *    復旧した分を読み飛ばしてしまう）
      *----------------------------------------------------------------
       MAIN-900-CLOSE.
           CLOSE JOURNAL-FILE LOAN-MASTER-FILE.
           IF WK-THIS-OPEN
              CLOSE TRAN-HIST-FILE
           END-IF.
           IF WK-ERROR-COUNT = ZERO
              OPEN OUTPUT JOURNAL-FILE
              MOVE "H"             TO JR-RECORD-TYPE
              MOVE SPACES          TO JR-BEFORE-IMAGE
              WRITE JR-JOURNAL-RECORD
              CLOSE JOURNAL-FILE
              PERFORM MAIN-910-QUOTE-RESET THRU MAIN-910-EXIT
           END-IF.
       MAIN-900-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    完済見積の使用済みの印の取消し。復旧した営業日に清算へ
      *    使った見積（清算日が営業日のもの）を未使用へ戻す。見積
      *    ファイルが無ければ何もしない
      *----------------------------------------------------------------
       MAIN-910-QUOTE-RESET.
           OPEN I-O QUOTE-FILE.
           IF WK-QUOTE-STATUS NOT = "00"
              GO TO MAIN-910-EXIT
           END-IF.
           PERFORM MAIN-911-QUOTE-ONE THRU MAIN-911-EXIT
                   UNTIL WK-QUOTE-EOF.
           CLOSE QUOTE-FILE.
       MAIN-910-EXIT.
           EXIT.
      *
       MAIN-911-QUOTE-ONE.
           READ QUOTE-FILE
               AT END
                   SET WK-QUOTE-EOF TO TRUE
                   GO TO MAIN-911-EXIT
           END-READ.
           IF QT-USED AND QT-USED-DATE = WK-JOURNAL-DATE
              MOVE "N"  TO QT-USED-FLAG
              MOVE ZERO TO QT-USED-DATE
              REWRITE QT-QUOTE-RECORD
              IF WK-QUOTE-STATUS NOT = "00"
                 DISPLAY "LOANRBKO E009 見積 書戻し失敗 "
                         WK-QUOTE-STATUS " " QT-LOAN-NO
                 ADD 1 TO WK-ERROR-COUNT
              ELSE
                 ADD 1 TO WK-QUOTE-RESET
              END-IF
           END-IF.
       MAIN-911-EXIT.
           EXIT.
      *--------------------<< END OF PROGRAM >>-----------------------*
