      ****************************************************************
      *                                                              *
      *         信用情報機関 月次報告ファイル作成バッチ              *
      *                                                              *
      ****************************************************************
       IDENTIFICATION          DIVISION.
      ****************************************************************
       PROGRAM-ID.             LOANCRBR.
       AUTHOR.                 TOKYO-SYSTEM-HOUSE.
       DATE-WRITTEN.           2026/10/15.
      *----------------------------------------------------------------
      *    変更履歴
      *    2026/10/15  TSH  新規作成。月末の繰越完了後に、マスタの
      *                     全契約について借入人マスタの本人特定事項
      *                     （氏名・カナ・住所）・契約額・契約日・
      *                     残高・返済状況（状態と延滞回数から決め、
      *                     期限の利益喪失 X・完済 P を含む）を信用
      *                     情報機関向けの固定長レコード（LOANCRBF）
      *                     で書き出し、末尾に件数のトレーラを置く。
      *                     前月の送付済み状態（LOANCRSI）と突き合わせ
      *                     て報告内容の変わった契約だけを送る（全件
      *                     送付の指定もできる）。本人特定事項に不備
      *                     のある借入人の契約は送らずに訂正用の一覧
      *                     （LOANCREX）へ印字する
      *    2026/10/15  TSH  月の最終営業日以外の営業日では報告せずに
      *                     条件コード 8 で終わる。完済・代位弁済済み
      *                     の契約は残高ゼロで送る。トレーラは空白で
      *                     消してから作る
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
           SELECT TRAN-HIST-FILE     ASSIGN TO "LOANTHIS"
                                      ORGANIZATION INDEXED
                                      ACCESS DYNAMIC
                                      RECORD KEY TH-KEY
                                      FILE STATUS WK-THIS-STATUS.
           SELECT SENT-IN            ASSIGN TO "LOANCRSI"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-SENT-IN-STATUS.
           SELECT SENT-OUT           ASSIGN TO "LOANCRSO"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-SENT-OUT-STATUS.
           SELECT BUREAU-FILE        ASSIGN TO "LOANCRBF"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-BUREAU-STATUS.
           SELECT EXCEPTION-FILE     ASSIGN TO "LOANCREX"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-EXCP-STATUS.
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
       FD  TRAN-HIST-FILE.
           COPY "LOANTHIS".
      *
       FD  SENT-IN.
           COPY "LOANCRSN".
      *
      *        新世代は LOANCRSN と同じ 196 バイト（同名コピー句を
      *        二重展開できないため作業項目から転記して書き出す）
       FD  SENT-OUT.
       01  SO-SENT-RECORD           PIC X(196).
      *
       FD  BUREAU-FILE.
           COPY "LOANCRBF".
      *
       FD  EXCEPTION-FILE.
       01  EX-PRINT-LINE            PIC X(80).
      *
       FD  RUN-CONTROL-FILE.
           COPY "LOANRUNC".
      *
       WORKING-STORAGE         SECTION.
       01  WK-MASTER-STATUS    PIC X(02).
       01  WK-BORR-STATUS      PIC X(02).
       01  WK-THIS-STATUS      PIC X(02).
       01  WK-SENT-IN-STATUS   PIC X(02).
       01  WK-SENT-OUT-STATUS  PIC X(02).
       01  WK-BUREAU-STATUS    PIC X(02).
       01  WK-EXCP-STATUS      PIC X(02).
       01  WK-RUNC-STATUS      PIC X(02).
       01  WK-SENT-OPEN-SW     PIC X(01)            VALUE "N".
           88  WK-SENT-OPEN                         VALUE "Y".
       01  WK-SENT-EOF-SW      PIC X(01)            VALUE "N".
           88  WK-SENT-EOF                          VALUE "Y".
       01  WK-THIS-OPEN-SW     PIC X(01)            VALUE "N".
           88  WK-THIS-OPEN                         VALUE "Y".
       01  WK-PREV-FOUND-SW    PIC X(01)            VALUE "N".
           88  WK-PREV-FOUND                        VALUE "Y".
       01  WK-IDENT-OK-SW      PIC X(01)            VALUE "N".
           88  WK-IDENT-OK                          VALUE "Y".
       01  WK-ERROR-COUNT      PIC 9(04)            VALUE ZERO.
      *----------------------------------------------------------------
      *    送付区分（起動時にオペレータが入力する。F＝全件、それ
      *    以外は前月から変わった契約だけを送る差分）
      *----------------------------------------------------------------
       01  WK-SEND-MODE        PIC X(01)            VALUE "D".
           88  WK-FULL-FILE                         VALUE "F".
      *----------------------------------------------------------------
      *    マスタと前月の送付済み状態の併合キー（終わりは最大値）
      *----------------------------------------------------------------
       01  WK-MAST-KEY         PIC 9(09)            VALUE 999999999.
       01  WK-SENT-KEY         PIC 9(09)            VALUE 999999999.
       01  WK-PREV-SENT-KEY    PIC 9(09)            VALUE ZERO.
      *----------------------------------------------------------------
      *    基準日（営業日の属する月の末日）
      *----------------------------------------------------------------
       01  WK-BUSINESS-DATE    PIC 9(08).
       01  WK-BUSINESS-DATE-R  REDEFINES WK-BUSINESS-DATE.
           05  WK-BD-YEAR      PIC 9(04).
           05  WK-BD-MONTH     PIC 9(02).
           05  WK-BD-DAY       PIC 9(02).
       01  WK-NEXT-FIRST       PIC 9(08).
       01  WK-NEXT-FIRST-R     REDEFINES WK-NEXT-FIRST.
           05  WK-NF-YEAR      PIC 9(04).
           05  WK-NF-MONTH     PIC 9(02).
           05  WK-NF-DAY       PIC 9(02).
       01  WK-AS-OF-DATE       PIC 9(08).
       01  WK-AS-OF-INT        PIC 9(07).
      *        LOANBDAY 呼出し用パラメタ（月の最終営業日の確認）
       01  WK-LK-BD-FUNCTION   PIC X(01).
       01  WK-LK-BD-DATE       PIC 9(08).
       01  WK-LK-BD-DATE-2     PIC 9(08)            VALUE ZERO.
       01  WK-LK-BD-RESULT     PIC 9(08).
       01  WK-LK-BD-DAYS       PIC S9(05).
       01  WK-LK-BD-RETURN-CODE PIC 99.
      *----------------------------------------------------------------
      *    返済状況と契約日。契約日は取引履歴の新規契約（MA）の
      *    計上日、履歴の無い契約は初回返済年月（次回返済年月から
      *    回数済を戻した年月）の 1日とする
      *----------------------------------------------------------------
       01  WK-REPAY-STATUS     PIC X(01).
       01  WK-ARREARS-DIGIT    PIC 9(01).
       01  WK-CONTRACT-DATE    PIC 9(08).
       01  WK-CONTRACT-DATE-R  REDEFINES WK-CONTRACT-DATE.
           05  WK-CD-YEAR      PIC 9(04).
           05  WK-CD-MONTH     PIC 9(02).
           05  WK-CD-DAY       PIC 9(02).
       01  WK-MONTH-WORK       PIC 9(07).
       01  WK-YEAR-WORK        PIC 9(07).
       01  WK-MONTH-REM        PIC 9(02).
       01  WK-LEFT-INT         PIC 9(09).
      *----------------------------------------------------------------
      *    件数
      *----------------------------------------------------------------
       01  WK-LOAN-COUNT       PIC 9(07)            VALUE ZERO.
       01  WK-PREV-COUNT       PIC 9(07)            VALUE ZERO.
       01  WK-SEND-COUNT       PIC 9(07)            VALUE ZERO.
       01  WK-NEW-COUNT        PIC 9(07)            VALUE ZERO.
       01  WK-UPDATE-COUNT     PIC 9(07)            VALUE ZERO.
       01  WK-RESEND-COUNT     PIC 9(07)            VALUE ZERO.
       01  WK-SAME-COUNT       PIC 9(07)            VALUE ZERO.
       01  WK-ACCEL-COUNT      PIC 9(07)            VALUE ZERO.
       01  WK-PAID-COUNT       PIC 9(07)            VALUE ZERO.
       01  WK-EXCP-COUNT       PIC 9(07)            VALUE ZERO.
       01  WK-GONE-COUNT       PIC 9(07)            VALUE ZERO.
       01  WK-BALANCE-TOTAL    PIC 9(12)            VALUE ZERO.
      *----------------------------------------------------------------
      *    新世代の送付済み状態（LOANCRSN と同じ並び）
      *----------------------------------------------------------------
       01  WK-SENT-OUT.
           05  WK-SO-LOAN-NO           PIC 9(09).
           05  WK-SO-AS-OF-DATE        PIC 9(08).
           05  WK-SO-REPORT-DATA.
               10  WK-SO-REPAY-STATUS      PIC X(01).
               10  WK-SO-LOAN-AMOUNT       PIC 9(09).
               10  WK-SO-BALANCE           PIC 9(09).
               10  WK-SO-ARREARS-PERIODS   PIC 999.
               10  WK-SO-ARREARS-AMOUNT    PIC 9(09).
               10  WK-SO-NAME              PIC X(30).
               10  WK-SO-KANA              PIC X(30).
               10  WK-SO-POSTAL-CODE       PIC X(08).
               10  WK-SO-ADDRESS-1         PIC X(40).
               10  WK-SO-ADDRESS-2         PIC X(40).
      *----------------------------------------------------------------
      *    不備一覧の編集行
      *----------------------------------------------------------------
       01  WK-EX-HEADER.
           05  FILLER              PIC X(53)  VALUE
               "LOANCRBR 信用情報 本人特定事項 不備一覧".
           05  FILLER              PIC X(10)  VALUE "基準日 ".
           05  WK-EH-AS-OF         PIC 9(08).
           05  FILLER              PIC X(09)  VALUE SPACES.
       01  WK-EX-COLHDR        PIC X(80)  VALUE
           "ローン番号 借入人ID   不備項目".
       01  WK-EX-LINE.
           05  WK-XL-LOAN-NO       PIC 9(09).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-XL-BORROWER      PIC X(10).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  WK-XL-NAME          PIC X(07).
           05  WK-XL-KANA          PIC X(07).
           05  WK-XL-POSTAL        PIC X(07).
           05  WK-XL-ADDRESS       PIC X(07).
           05  WK-XL-NOTE          PIC X(12).
           05  FILLER              PIC X(17)  VALUE SPACES.
      ****************************************************************
       PROCEDURE               DIVISION.
      ****************************************************************
       HAJIME.
       MAIN-000.
           PERFORM MAIN-010-OPEN      THRU MAIN-010-EXIT.
           PERFORM MAIN-020-READ      THRU MAIN-020-EXIT.
           PERFORM MAIN-030-READ-SENT THRU MAIN-030-EXIT.
           PERFORM MAIN-100-MATCH     THRU MAIN-100-EXIT
                   UNTIL WK-MAST-KEY = 999999999
                     AND WK-SENT-KEY = 999999999.
           PERFORM MAIN-900-CLOSE     THRU MAIN-900-EXIT.
           DISPLAY "LOANCRBR 契約件数  = " WK-LOAN-COUNT.
           DISPLAY "LOANCRBR 送付件数  = " WK-SEND-COUNT.
           DISPLAY "LOANCRBR 新規      = " WK-NEW-COUNT.
           DISPLAY "LOANCRBR 変更      = " WK-UPDATE-COUNT.
           DISPLAY "LOANCRBR 変更なし送= " WK-RESEND-COUNT.
           DISPLAY "LOANCRBR 変更なし  = " WK-SAME-COUNT.
           DISPLAY "LOANCRBR 不備保留  = " WK-EXCP-COUNT.
           DISPLAY "LOANCRBR 消滅      = " WK-GONE-COUNT.
           DISPLAY "LOANCRBR 残高計    = " WK-BALANCE-TOTAL.
           DISPLAY "LOANCRBR 基準日    = " WK-AS-OF-DATE.
           GOBACK.
      *----------------------------------------------------------------
      *    初期化・ファイル オープン。月の最終営業日の繰越完了後
      *    に走らせる。前月の送付済み状態が当月以降の日付・ローン
      *    番号順でないときは何も書かずに条件コード 8 で終わる
      *----------------------------------------------------------------
       MAIN-010-OPEN.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WK-RUNC-STATUS NOT = "00"
              DISPLAY "LOANCRBR E001 実行管理 オープン失敗 "
                      WK-RUNC-STATUS
              GOBACK
           END-IF.
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY "LOANCRBR E001 実行管理が空"
                   GOBACK
           END-READ.
           CLOSE RUN-CONTROL-FILE.
           MOVE RC-BUSINESS-DATE TO WK-BUSINESS-DATE.
           IF NOT RC-ROLL-DONE
              DISPLAY "LOANCRBR E002 営業日 " RC-BUSINESS-DATE
                      " の繰越が未完了のため報告しない"
              GOBACK
           END-IF.
           PERFORM MAIN-050-AS-OF THRU MAIN-050-EXIT.
           DISPLAY "送付区分 (D=差分 F=全件): " NO ADVANCING.
           ACCEPT WK-SEND-MODE.
           IF NOT WK-FULL-FILE
              MOVE "D" TO WK-SEND-MODE
           END-IF.
           PERFORM MAIN-040-PREV-CHECK THRU MAIN-040-EXIT.
           IF WK-ERROR-COUNT > ZERO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WK-MASTER-STATUS NOT = "00"
              DISPLAY "LOANCRBR E003 マスタ オープン失敗 "
                      WK-MASTER-STATUS
              GOBACK
           END-IF.
           OPEN INPUT BORR-MASTER-FILE.
           IF WK-BORR-STATUS NOT = "00"
              DISPLAY "LOANCRBR E004 借入人 オープン失敗 "
                      WK-BORR-STATUS
              GOBACK
           END-IF.
      *        取引履歴が無ければ契約日は初回返済年月の 1日で送る
           OPEN INPUT TRAN-HIST-FILE.
           IF WK-THIS-STATUS = "00"
              SET WK-THIS-OPEN TO TRUE
           END-IF.
      *        前月分が無いのは初回。全契約を新規として送る
           OPEN INPUT SENT-IN.
           IF WK-SENT-IN-STATUS = "00"
              SET WK-SENT-OPEN TO TRUE
           ELSE
              SET WK-SENT-EOF TO TRUE
              DISPLAY "LOANCRBR I001 前月送付状態なし"
           END-IF.
           OPEN OUTPUT SENT-OUT.
           IF WK-SENT-OUT-STATUS NOT = "00"
              DISPLAY "LOANCRBR E005 送付状態 オープン失敗 "
                      WK-SENT-OUT-STATUS
              GOBACK
           END-IF.
           OPEN OUTPUT BUREAU-FILE.
           IF WK-BUREAU-STATUS NOT = "00"
              DISPLAY "LOANCRBR E006 報告 オープン失敗 "
                      WK-BUREAU-STATUS
              GOBACK
           END-IF.
           OPEN OUTPUT EXCEPTION-FILE.
           IF WK-EXCP-STATUS NOT = "00"
              DISPLAY "LOANCRBR E007 不備一覧 オープン失敗 "
                      WK-EXCP-STATUS
              GOBACK
           END-IF.
           MOVE WK-AS-OF-DATE TO WK-EH-AS-OF.
           MOVE WK-EX-HEADER  TO EX-PRINT-LINE.
           WRITE EX-PRINT-LINE.
           MOVE WK-EX-COLHDR  TO EX-PRINT-LINE.
           WRITE EX-PRINT-LINE.
       MAIN-010-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    マスタ 1件読込（終わりは併合キーを最大値にする）
      *----------------------------------------------------------------
       MAIN-020-READ.
           READ LOAN-MASTER-FILE
               AT END
                   MOVE 999999999 TO WK-MAST-KEY
                   GO TO MAIN-020-EXIT
           END-READ.
           MOVE LM-LOAN-NO TO WK-MAST-KEY.
       MAIN-020-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    前月の送付済み状態 1件読込
      *----------------------------------------------------------------
       MAIN-030-READ-SENT.
           IF WK-SENT-EOF
              MOVE 999999999 TO WK-SENT-KEY
              GO TO MAIN-030-EXIT
           END-IF.
           READ SENT-IN
               AT END
                   SET WK-SENT-EOF TO TRUE
                   MOVE 999999999 TO WK-SENT-KEY
                   GO TO MAIN-030-EXIT
           END-READ.
           MOVE CS-LOAN-NO TO WK-SENT-KEY.
       MAIN-030-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    前月の送付済み状態の検査。併合の前に一度読み通し、
      *    当月以降の日付（当月の新世代の取り違え）とローン番号の
      *    順序を調べる（同じ月の再実行には、前回の実行で読んだ
      *    世代を渡すこと）
      *----------------------------------------------------------------
       MAIN-040-PREV-CHECK.
           OPEN INPUT SENT-IN.
           IF WK-SENT-IN-STATUS NOT = "00"
              GO TO MAIN-040-EXIT
           END-IF.
           PERFORM MAIN-041-PREV-ONE THRU MAIN-041-EXIT
                   UNTIL WK-SENT-EOF.
           CLOSE SENT-IN.
           MOVE "N" TO WK-SENT-EOF-SW.
       MAIN-040-EXIT.
           EXIT.
      *
       MAIN-041-PREV-ONE.
           READ SENT-IN
               AT END
                   SET WK-SENT-EOF TO TRUE
                   GO TO MAIN-041-EXIT
           END-READ.
           ADD 1 TO WK-PREV-COUNT.
           IF CS-AS-OF-DATE NOT < WK-AS-OF-DATE
              DISPLAY "LOANCRBR E008 前月基準日誤り "
                      CS-LOAN-NO " " CS-AS-OF-DATE
              ADD 1 TO WK-ERROR-COUNT
              SET WK-SENT-EOF TO TRUE
              GO TO MAIN-041-EXIT
           END-IF.
           IF CS-LOAN-NO NOT > WK-PREV-SENT-KEY
              DISPLAY "LOANCRBR E009 前月送付状態の順序誤り "
                      CS-LOAN-NO
              ADD 1 TO WK-ERROR-COUNT
              SET WK-SENT-EOF TO TRUE
              GO TO MAIN-041-EXIT
           END-IF.
           MOVE CS-LOAN-NO TO WK-PREV-SENT-KEY.
       MAIN-041-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    基準日（営業日の属する月の末日＝翌月1日の前日）。営業日
      *    の翌営業日が翌月に入らなければ月の最終営業日ではない
      *    ので、何も書かずに条件コード 8 で終わる
      *----------------------------------------------------------------
       MAIN-050-AS-OF.
           IF WK-BD-MONTH = 12
              COMPUTE WK-NF-YEAR = WK-BD-YEAR + 1
              MOVE 1           TO WK-NF-MONTH
           ELSE
              MOVE WK-BD-YEAR  TO WK-NF-YEAR
              COMPUTE WK-NF-MONTH = WK-BD-MONTH + 1
           END-IF.
           MOVE 1 TO WK-NF-DAY.
           COMPUTE WK-AS-OF-INT
                 = FUNCTION INTEGER-OF-DATE(WK-NEXT-FIRST) - 1.
           COMPUTE WK-AS-OF-DATE
                 = FUNCTION DATE-OF-INTEGER(WK-AS-OF-INT).
           MOVE "N"              TO WK-LK-BD-FUNCTION.
           MOVE WK-BUSINESS-DATE TO WK-LK-BD-DATE.
           CALL "LOANBDAY"      USING WK-LK-BD-FUNCTION,
                                      WK-LK-BD-DATE,
                                      WK-LK-BD-DATE-2,
                                      WK-LK-BD-RESULT,
                                      WK-LK-BD-DAYS,
                                      WK-LK-BD-RETURN-CODE.
           IF WK-LK-BD-RETURN-CODE NOT = ZERO
              DISPLAY "LOANCRBR E011 営業日 " WK-BUSINESS-DATE
                      " の翌営業日が求められない "
                      WK-LK-BD-RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WK-LK-BD-RESULT(1:6) NOT = WK-NEXT-FIRST(1:6)
              DISPLAY "LOANCRBR E012 営業日 " WK-BUSINESS-DATE
                      " は月の最終営業日でない"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       MAIN-050-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    マスタと前月の送付済み状態の併合（どちらもローン番号の
      *    昇順）。前月分だけにある契約はマスタから消えた（完済後に
      *    保管へ移した）もので、完済は報告済みのため何も送らない
      *----------------------------------------------------------------
       MAIN-100-MATCH.
           IF WK-SENT-KEY < WK-MAST-KEY
              ADD 1 TO WK-GONE-COUNT
              PERFORM MAIN-030-READ-SENT THRU MAIN-030-EXIT
              GO TO MAIN-100-EXIT
           END-IF.
           IF WK-SENT-KEY = WK-MAST-KEY
              MOVE "Y" TO WK-PREV-FOUND-SW
           ELSE
              MOVE "N" TO WK-PREV-FOUND-SW
           END-IF.
           PERFORM MAIN-200-CONTRACT THRU MAIN-200-EXIT.
           IF WK-PREV-FOUND
              PERFORM MAIN-030-READ-SENT THRU MAIN-030-EXIT
           END-IF.
           PERFORM MAIN-020-READ THRU MAIN-020-EXIT.
       MAIN-100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    契約 1件分。本人特定事項に不備があれば送らずに一覧へ
      *    載せ、前月分を引き継ぐ。前月分が無ければ新規、比較の
      *    対象が前月と違えば変更として送る。変わらない契約は
      *    全件送付のときだけ送る
      *----------------------------------------------------------------
       MAIN-200-CONTRACT.
           ADD 1 TO WK-LOAN-COUNT.
           PERFORM MAIN-210-IDENTITY THRU MAIN-210-EXIT.
           IF NOT WK-IDENT-OK
              ADD 1 TO WK-EXCP-COUNT
              IF WK-PREV-FOUND
                 WRITE SO-SENT-RECORD FROM CS-SENT-RECORD
              END-IF
              GO TO MAIN-200-EXIT
           END-IF.
           PERFORM MAIN-150-REPAY-STATUS THRU MAIN-150-EXIT.
           MOVE LM-LOAN-LEFT       TO WK-LEFT-INT.
      *        完済・代位弁済済みは当社の債権が無いので残高ゼロで送る
           IF WK-REPAY-STATUS = "P" OR "S"
              MOVE ZERO TO WK-LEFT-INT
           END-IF.
           MOVE LM-LOAN-NO         TO WK-SO-LOAN-NO.
           MOVE WK-AS-OF-DATE      TO WK-SO-AS-OF-DATE.
           MOVE WK-REPAY-STATUS    TO WK-SO-REPAY-STATUS.
           MOVE LM-LOAN-AMOUNT     TO WK-SO-LOAN-AMOUNT.
           MOVE WK-LEFT-INT        TO WK-SO-BALANCE.
           MOVE LM-ARREARS-PERIODS TO WK-SO-ARREARS-PERIODS.
           MOVE LM-ARREARS-AMOUNT  TO WK-SO-ARREARS-AMOUNT.
           MOVE BM-NAME            TO WK-SO-NAME.
           MOVE BM-KANA            TO WK-SO-KANA.
           MOVE BM-POSTAL-CODE     TO WK-SO-POSTAL-CODE.
           MOVE BM-ADDRESS-1       TO WK-SO-ADDRESS-1.
           MOVE BM-ADDRESS-2       TO WK-SO-ADDRESS-2.
           EVALUATE TRUE
               WHEN NOT WK-PREV-FOUND
                   MOVE "N" TO CB-REPORT-KIND
                   ADD  1   TO WK-NEW-COUNT
               WHEN WK-SO-REPORT-DATA NOT = CS-REPORT-DATA
                   MOVE "U" TO CB-REPORT-KIND
                   ADD  1   TO WK-UPDATE-COUNT
               WHEN WK-FULL-FILE
                   MOVE "R" TO CB-REPORT-KIND
                   ADD  1   TO WK-RESEND-COUNT
               WHEN OTHER
                   ADD  1   TO WK-SAME-COUNT
                   WRITE SO-SENT-RECORD FROM WK-SENT-OUT
                   GO TO MAIN-200-EXIT
           END-EVALUATE.
           PERFORM MAIN-160-CONTRACT-DATE THRU MAIN-160-EXIT.
           PERFORM MAIN-300-REPORT THRU MAIN-300-EXIT.
           WRITE SO-SENT-RECORD FROM WK-SENT-OUT.
       MAIN-200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    本人特定事項の検査。借入人が未登録、または氏名・カナ・
      *    郵便番号・住所（1行目）のどれかが空白なら不備とする
      *----------------------------------------------------------------
       MAIN-210-IDENTITY.
           MOVE "Y"    TO WK-IDENT-OK-SW.
           MOVE SPACES TO WK-XL-NAME WK-XL-KANA WK-XL-POSTAL
                          WK-XL-ADDRESS WK-XL-NOTE.
           MOVE LM-BORROWER-ID TO BM-BORROWER-ID.
           READ BORR-MASTER-FILE.
           IF WK-BORR-STATUS = "23"
              MOVE "N"        TO WK-IDENT-OK-SW
              MOVE "未登録"   TO WK-XL-NOTE
              PERFORM MAIN-220-EXCP-LINE THRU MAIN-220-EXIT
              GO TO MAIN-210-EXIT
           END-IF.
           IF WK-BORR-STATUS NOT = "00"
              DISPLAY "LOANCRBR E010 借入人読込失敗 "
                      WK-BORR-STATUS " " LM-BORROWER-ID
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF BM-NAME = SPACES
              MOVE "N"      TO WK-IDENT-OK-SW
              MOVE "氏名"   TO WK-XL-NAME
           END-IF.
           IF BM-KANA = SPACES
              MOVE "N"      TO WK-IDENT-OK-SW
              MOVE "カナ"   TO WK-XL-KANA
           END-IF.
           IF BM-POSTAL-CODE = SPACES
              MOVE "N"      TO WK-IDENT-OK-SW
              MOVE "郵便"   TO WK-XL-POSTAL
           END-IF.
           IF BM-ADDRESS-1 = SPACES
              MOVE "N"      TO WK-IDENT-OK-SW
              MOVE "住所"   TO WK-XL-ADDRESS
           END-IF.
           IF NOT WK-IDENT-OK
              PERFORM MAIN-220-EXCP-LINE THRU MAIN-220-EXIT
           END-IF.
       MAIN-210-EXIT.
           EXIT.
      *
       MAIN-220-EXCP-LINE.
           MOVE LM-LOAN-NO     TO WK-XL-LOAN-NO.
           MOVE LM-BORROWER-ID TO WK-XL-BORROWER.
           MOVE WK-EX-LINE     TO EX-PRINT-LINE.
           WRITE EX-PRINT-LINE.
       MAIN-220-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    返済状況。悪い方・終わった方から順に判定する
      *      P 完済            ：状態 P
      *      S 代位弁済        ：状態 S
      *      X 期限の利益喪失  ：状態 X
      *      1〜9 延滞         ：延滞回数（9 は 9回以上。状態 D で
      *                          回数ゼロのときは 1）
      *      0 延滞なし        ：上記以外
      *----------------------------------------------------------------
       MAIN-150-REPAY-STATUS.
           EVALUATE TRUE
               WHEN LM-PAID-OFF
                   MOVE "P" TO WK-REPAY-STATUS
               WHEN LM-SUBROGATED
                   MOVE "S" TO WK-REPAY-STATUS
               WHEN LM-ACCELERATED
                   MOVE "X" TO WK-REPAY-STATUS
               WHEN LM-ARREARS-PERIODS > 8
                   MOVE "9" TO WK-REPAY-STATUS
               WHEN LM-ARREARS-PERIODS > ZERO
                   MOVE LM-ARREARS-PERIODS TO WK-ARREARS-DIGIT
                   MOVE WK-ARREARS-DIGIT   TO WK-REPAY-STATUS
               WHEN LM-DELINQUENT
                   MOVE "1" TO WK-REPAY-STATUS
               WHEN OTHER
                   MOVE "0" TO WK-REPAY-STATUS
           END-EVALUATE.
       MAIN-150-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    契約日。取引履歴でその契約の最初の取引を読み、新規契約
      *    （MA）ならその計上日を使う。履歴が無い・最初が新規契約
      *    でない（履歴を取り始める前の契約）ときは初回返済年月の
      *    1日とする
      *----------------------------------------------------------------
       MAIN-160-CONTRACT-DATE.
           COMPUTE WK-MONTH-WORK
                 = LM-NEXT-YEAR * 12 + LM-NEXT-MONTH - 1
                   - LM-PERIODS-DONE.
           DIVIDE WK-MONTH-WORK BY 12 GIVING WK-YEAR-WORK
                  REMAINDER WK-MONTH-REM.
           MOVE WK-YEAR-WORK TO WK-CD-YEAR.
           COMPUTE WK-CD-MONTH = WK-MONTH-REM + 1.
           MOVE 1            TO WK-CD-DAY.
           IF NOT WK-THIS-OPEN
              GO TO MAIN-160-EXIT
           END-IF.
           MOVE LM-LOAN-NO TO TH-LOAN-NO.
           MOVE ZERO       TO TH-POST-DATE
                              TH-SEQ.
           START TRAN-HIST-FILE KEY NOT < TH-KEY.
           IF WK-THIS-STATUS NOT = "00"
              GO TO MAIN-160-EXIT
           END-IF.
           READ TRAN-HIST-FILE NEXT
               AT END
                   GO TO MAIN-160-EXIT
           END-READ.
           IF WK-THIS-STATUS = "00"
              AND TH-LOAN-NO = LM-LOAN-NO
              AND TH-MNT-ADD
              MOVE TH-POST-DATE TO WK-CONTRACT-DATE
           END-IF.
       MAIN-160-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    報告明細 1件の書出し
      *----------------------------------------------------------------
       MAIN-300-REPORT.
           MOVE "D"                TO CB-RECORD-TYPE.
           MOVE WK-AS-OF-DATE      TO CB-REPORT-DATE.
           MOVE LM-LOAN-NO         TO CB-LOAN-NO.
           MOVE LM-BORROWER-ID     TO CB-BORROWER-ID.
           MOVE BM-NAME            TO CB-NAME.
           MOVE BM-KANA            TO CB-KANA.
           MOVE BM-POSTAL-CODE     TO CB-POSTAL-CODE.
           MOVE BM-ADDRESS-1       TO CB-ADDRESS-1.
           MOVE BM-ADDRESS-2       TO CB-ADDRESS-2.
           MOVE WK-CONTRACT-DATE   TO CB-CONTRACT-DATE.
           MOVE LM-LOAN-AMOUNT     TO CB-LOAN-AMOUNT.
           MOVE LM-PERIODS         TO CB-PERIODS.
           MOVE WK-LEFT-INT        TO CB-BALANCE.
           MOVE WK-REPAY-STATUS    TO CB-REPAY-STATUS.
           MOVE LM-ARREARS-PERIODS TO CB-ARREARS-PERIODS.
           MOVE LM-ARREARS-AMOUNT  TO CB-ARREARS-AMOUNT.
           WRITE CB-REPORT-RECORD.
           ADD 1           TO WK-SEND-COUNT.
           ADD WK-LEFT-INT TO WK-BALANCE-TOTAL.
           IF WK-REPAY-STATUS = "X"
              ADD 1 TO WK-ACCEL-COUNT
           END-IF.
           IF WK-REPAY-STATUS = "P"
              ADD 1 TO WK-PAID-COUNT
           END-IF.
       MAIN-300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    終了処理。報告ファイルの末尾にトレーラを置く
      *----------------------------------------------------------------
       MAIN-900-CLOSE.
      *        明細と同じ領域なので、前の明細の内容を消してから作る
           MOVE SPACES             TO CB-TRAILER-RECORD.
           MOVE "T"                TO CB-TR-RECORD-TYPE.
           MOVE WK-AS-OF-DATE      TO CB-TR-REPORT-DATE.
           MOVE WK-SEND-MODE       TO CB-TR-MODE.
           MOVE WK-SEND-COUNT      TO CB-TR-COUNT.
           MOVE WK-NEW-COUNT       TO CB-TR-NEW-COUNT.
           MOVE WK-UPDATE-COUNT    TO CB-TR-UPDATE-COUNT.
           MOVE WK-RESEND-COUNT    TO CB-TR-RESEND-COUNT.
           MOVE WK-ACCEL-COUNT     TO CB-TR-ACCEL-COUNT.
           MOVE WK-PAID-COUNT      TO CB-TR-PAID-COUNT.
           MOVE WK-BALANCE-TOTAL   TO CB-TR-BALANCE-TOTAL.
           WRITE CB-TRAILER-RECORD.
           CLOSE LOAN-MASTER-FILE BORR-MASTER-FILE SENT-OUT
                 BUREAU-FILE EXCEPTION-FILE.
           IF WK-THIS-OPEN
              CLOSE TRAN-HIST-FILE
           END-IF.
           IF WK-SENT-OPEN
              CLOSE SENT-IN
           END-IF.
       MAIN-900-EXIT.
           EXIT.
      *--------------------<< END OF PROGRAM >>-----------------------*
