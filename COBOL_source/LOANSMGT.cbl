      *                     ようにした。再呈示・返金は仮受金の取崩
      *                     し、償却は雑収入への振替えとして GL へ
      *                     渡る。GL 仕訳抽出より前に走らせること
      *    2026/10/15  TSH  処分（再呈示・返金・償却）を取引履歴
      *                     （LOANTHIS）へ追記するようにした。
      *                     マスタにない契約番号の項目は残さない
      *    2026/10/15  TSH  滞留日数を営業日で数える指定（B）を追加。
      *                     営業日カレンダー（LOANBDAY）で保留日の
      *                     翌日から営業日までの営業日数を数える。
      *                     指定なしは従来どおり暦日で数える
      *    2026/10/15  TSH  営業日数が求められない項目（保留日の誤り
      *                     など）は警告を出して暦日で数える
      *----------------------------------------------------------------
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
           SELECT MOVE-FILE          ASSIGN TO "LOANMOVE"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-MOVE-STATUS.
           SELECT LOAN-MASTER-FILE   ASSIGN TO "LOANMAST"
                                      ORGANIZATION INDEXED
                                      ACCESS RANDOM
                                      RECORD KEY LM-LOAN-NO
                                      ALTERNATE KEY LM-BORROWER-ID
                                          WITH DUPLICATES
                                      FILE STATUS WK-MASTER-STATUS.
           SELECT TRAN-HIST-FILE     ASSIGN TO "LOANTHIS"
                                      ORGANIZATION INDEXED
                                      ACCESS RANDOM
                                      RECORD KEY TH-KEY
                                      FILE STATUS WK-THIS-STATUS.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
      *
       FD  MOVE-FILE.
           COPY "LOANMOVE".
      *
       FD  LOAN-MASTER-FILE.
           COPY "LOANMAST".
      *
       FD  TRAN-HIST-FILE.
           COPY "LOANTHIS".
      *
       WORKING-STORAGE         SECTION.
       01  WK-LEDGER-IN-STATUS PIC X(02).
       01  WK-AGING-STATUS     PIC X(02).
       01  WK-RUNC-STATUS      PIC X(02).
       01  WK-MOVE-STATUS      PIC X(02).
       01  WK-MASTER-STATUS    PIC X(02).
       01  WK-THIS-STATUS      PIC X(02).
      *----------------------------------------------------------------
      *    取引履歴の書出し用（種別 SR=再呈示 SF=返金 SW=償却）。
      *    取引後の状態を添えるため契約をマスタから読む
      *----------------------------------------------------------------
       01  WK-TH-TYPE          PIC X(02).
       01  WK-TH-SEQ           PIC 9(05).
       01  WK-TH-COUNT         PIC 9(07)            VALUE ZERO.
      *----------------------------------------------------------------
      *    処分 1件分の異動記録（種別 S）の金額。再呈示・返金は
      *    仮受金の取崩し（現金の払出し）、償却は雑収入への振替え
       01  WK-BUSINESS-DATE    PIC 9(08).
      *----------------------------------------------------------------
      *    滞留日数のしきい値（起動時にオペレータが入力する。
      *    ゼロ・不正のときは 30 日とする）と数え方（B＝営業日、
      *    それ以外は暦日）
      *----------------------------------------------------------------
       01  WK-AGE-LIMIT        PIC 9(03).
       01  WK-AGE-BASIS        PIC X(01)            VALUE "C".
           88  WK-AGE-BUSINESS                      VALUE "B".
       01  WK-AGE-DAYS         PIC S9(05).
       01  WK-TODAY-INT        PIC 9(07).
       01  WK-HELD-INT         PIC 9(07).
       01  WK-LK-BD-FUNCTION   PIC X(01).
       01  WK-LK-BD-DATE       PIC 9(08).
       01  WK-LK-BD-DATE-2     PIC 9(08).
       01  WK-LK-BD-RESULT     PIC 9(08).
       01  WK-LK-BD-DAYS       PIC S9(05).
       01  WK-LK-BD-RETURN-CODE PIC 99.
      *----------------------------------------------------------------
      *    件数（台帳繰越・当夜取込・処分・滞留の各件数）
      *----------------------------------------------------------------
           05  FILLER              PIC X(22)  VALUE
               "滞留一覧（保留 ".
           05  WK-AT-LIMIT         PIC ZZ9.
           05  WK-AT-UNIT          PIC X(16)  VALUE " 日超）".
           05  FILLER              PIC X(39)  VALUE SPACES.
       01  WK-AG-AGE-COLHDR    PIC X(78)  VALUE
           "ローン番号 理由 入金日   入金額      期待額
      -    "     滞留日数".
           DISPLAY "LOANSMGT 償却件数     = " WK-WOFF-COUNT.
           DISPLAY "LOANSMGT 繰越件数     = " WK-CARRY-COUNT.
           DISPLAY "LOANSMGT 滞留件数     = " WK-AGED-COUNT.
           DISPLAY "LOANSMGT 履歴件数     = " WK-TH-COUNT.
           GOBACK.
      *----------------------------------------------------------------
      *    初期化・ファイル オープン。その営業日の繰越（当夜の保留
           IF WK-AGE-LIMIT = ZERO
              MOVE 30 TO WK-AGE-LIMIT
           END-IF.
           DISPLAY "滞留日数の数え方 (C=暦日 B=営業日): "
                   NO ADVANCING.
           ACCEPT WK-AGE-BASIS.
           IF WK-AGE-BUSINESS
              MOVE " 営業日超）" TO WK-AT-UNIT
           ELSE
              MOVE "C" TO WK-AGE-BASIS
           END-IF.
           OPEN INPUT SUSP-LEDGER-IN.
           IF WK-LEDGER-IN-STATUS NOT = "00"
              SET WK-LEDGER-EOF TO TRUE
           IF WK-MOVE-STATUS NOT = "00"
              OPEN OUTPUT MOVE-FILE
           END-IF.
      *        処分は契約の取引履歴へも残す（取引後の状態はマスタ
      *        から取る）
           OPEN INPUT LOAN-MASTER-FILE.
           IF WK-MASTER-STATUS NOT = "00"
              DISPLAY "LOANSMGT E009 マスタ オープン失敗 "
                      WK-MASTER-STATUS
              GOBACK
           END-IF.
           OPEN I-O TRAN-HIST-FILE.
           IF WK-THIS-STATUS = "35"
              OPEN OUTPUT TRAN-HIST-FILE
              CLOSE TRAN-HIST-FILE
              OPEN I-O TRAN-HIST-FILE
           END-IF.
           IF WK-THIS-STATUS NOT = "00"
              DISPLAY "LOANSMGT E010 取引履歴 オープン失敗 "
                      WK-THIS-STATUS
              GOBACK
           END-IF.
           MOVE WK-AG-HEADER      TO AG-PRINT-LINE.
           WRITE AG-PRINT-LINE.
           MOVE WK-AG-DISP-TITLE  TO AG-PRINT-LINE.
       MAIN-300-CARRY.
           WRITE LO-LEDGER-RECORD FROM WK-HOLD-ITEM.
           ADD  1 TO WK-CARRY-COUNT.
           IF WK-AGE-BUSINESS
              PERFORM MAIN-305-BDAY-AGE THRU MAIN-305-EXIT
              IF WK-LK-BD-RETURN-CODE = ZERO
                 GO TO MAIN-300-CHECK
              END-IF
           END-IF.
           COMPUTE WK-TODAY-INT
                 = FUNCTION INTEGER-OF-DATE(WK-BUSINESS-DATE).
           COMPUTE WK-HELD-INT
                 = FUNCTION INTEGER-OF-DATE(WK-HD-HELD-DATE).
           COMPUTE WK-AGE-DAYS = WK-TODAY-INT - WK-HELD-INT.
       MAIN-300-CHECK.
           IF WK-AGE-DAYS > WK-AGE-LIMIT
              PERFORM MAIN-310-AGE-LINE THRU MAIN-310-EXIT
           END-IF.
       MAIN-300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    営業日での滞留日数（保留日の翌日から営業日までの営業日数）
      *    求められなければ警告を出し、呼出し元で暦日で数える
      *----------------------------------------------------------------
       MAIN-305-BDAY-AGE.
           MOVE "D"              TO WK-LK-BD-FUNCTION.
           MOVE WK-HD-HELD-DATE  TO WK-LK-BD-DATE.
           MOVE WK-BUSINESS-DATE TO WK-LK-BD-DATE-2.
           CALL "LOANBDAY"      USING WK-LK-BD-FUNCTION,
                                      WK-LK-BD-DATE,
                                      WK-LK-BD-DATE-2,
                                      WK-LK-BD-RESULT,
                                      WK-LK-BD-DAYS,
                                      WK-LK-BD-RETURN-CODE.
           IF WK-LK-BD-RETURN-CODE NOT = ZERO
              DISPLAY "LOANSMGT W004 営業日数 算出不可 "
                      WK-LK-BD-RETURN-CODE " ローン番号 "
                      WK-HD-LOAN-NO " 保留日 " WK-HD-HELD-DATE
                      " 暦日で数える"
              GO TO MAIN-305-EXIT
           END-IF.
           MOVE WK-LK-BD-DAYS    TO WK-AGE-DAYS.
       MAIN-305-EXIT.
           EXIT.
      *
       MAIN-310-AGE-LINE.
           IF WK-AGED-COUNT = ZERO
           PERFORM MAIN-710-MOVE-OUT THRU MAIN-710-EXIT.
           MOVE "R" TO WK-DL-ACTION.
           PERFORM MAIN-700-DISP-LINE THRU MAIN-700-EXIT.
           MOVE "SR" TO WK-TH-TYPE.
           PERFORM MAIN-720-TH-WRITE THRU MAIN-720-EXIT.
       MAIN-400-EXIT.
           EXIT.
      *----------------------------------------------------------------
           PERFORM MAIN-710-MOVE-OUT THRU MAIN-710-EXIT.
           MOVE "F" TO WK-DL-ACTION.
           PERFORM MAIN-700-DISP-LINE THRU MAIN-700-EXIT.
           MOVE "SF" TO WK-TH-TYPE.
           PERFORM MAIN-720-TH-WRITE THRU MAIN-720-EXIT.
       MAIN-500-EXIT.
           EXIT.
      *----------------------------------------------------------------
           PERFORM MAIN-710-MOVE-OUT THRU MAIN-710-EXIT.
           MOVE "W" TO WK-DL-ACTION.
           PERFORM MAIN-700-DISP-LINE THRU MAIN-700-EXIT.
           MOVE "SW" TO WK-TH-TYPE.
           PERFORM MAIN-720-TH-WRITE THRU MAIN-720-EXIT.
       MAIN-600-EXIT.
           EXIT.
      *----------------------------------------------------------------
       MAIN-710-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    処分 1件分の取引履歴の書出し。金額は保留していた入金額、
      *    起算日は元の入金日、補足は保留の理由コード。マスタに
      *    ない契約番号（対象なしの入金）の項目は書かない
      *----------------------------------------------------------------
       MAIN-720-TH-WRITE.
           MOVE WK-HD-LOAN-NO TO LM-LOAN-NO.
           READ LOAN-MASTER-FILE.
           EVALUATE WK-MASTER-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   GO TO MAIN-720-EXIT
               WHEN OTHER
                   DISPLAY "LOANSMGT E012 マスタ読込失敗 "
                           WK-MASTER-STATUS " " WK-HD-LOAN-NO
                   GOBACK
           END-EVALUATE.
           MOVE WK-HD-LOAN-NO     TO TH-LOAN-NO.
           MOVE WK-BUSINESS-DATE  TO TH-POST-DATE.
           MOVE WK-TH-TYPE        TO TH-TRAN-TYPE.
           MOVE "LOANSMGT"        TO TH-SOURCE.
           MOVE WK-HD-PAY-DATE    TO TH-VALUE-DATE.
           MOVE WK-HD-RECEIPT     TO TH-AMOUNT.
           MOVE ZERO              TO TH-PRINCIPAL
                                      TH-INTEREST
                                      TH-LATE-CHARGE
                                      TH-ARREARS.
           MOVE LM-LOAN-LEFT      TO TH-BALANCE.
           MOVE LM-ARREARS-AMOUNT TO TH-ARREARS-AFTER.
           MOVE LM-LATE-CHARGE    TO TH-LATE-AFTER.
           MOVE LM-STATUS         TO TH-STATUS-AFTER.
           MOVE WK-HD-REASON      TO TH-NOTE.
           MOVE 1                 TO WK-TH-SEQ.
           MOVE WK-TH-SEQ         TO TH-SEQ.
           WRITE TH-HISTORY-RECORD.
           PERFORM MAIN-721-TH-RETRY THRU MAIN-721-EXIT
                   UNTIL WK-THIS-STATUS NOT = "22"
                      OR WK-TH-SEQ = 99999.
           IF WK-THIS-STATUS NOT = "00"
              DISPLAY "LOANSMGT E011 取引履歴 書込失敗 "
                      WK-THIS-STATUS " " WK-HD-LOAN-NO
              GOBACK
           END-IF.
           ADD 1 TO WK-TH-COUNT.
       MAIN-720-EXIT.
           EXIT.
      *
       MAIN-721-TH-RETRY.
           ADD  1         TO WK-TH-SEQ.
           MOVE WK-TH-SEQ TO TH-SEQ.
           WRITE TH-HISTORY-RECORD.
       MAIN-721-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    対象の無かった処分指示の警告（番号・入金日の打ち間違い
      *    を翌朝に気付けるようにする）
      *----------------------------------------------------------------
              CLOSE SUSPENSE-FILE
           END-IF.
           CLOSE SUSP-LEDGER-OUT REPRESENT-FILE
                 REFUND-FILE AGING-FILE MOVE-FILE
                 LOAN-MASTER-FILE TRAN-HIST-FILE.
       MAIN-900-EXIT.
           EXIT.
      *--------------------<< END OF PROGRAM >>-----------------------*
