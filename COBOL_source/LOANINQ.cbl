      *                     全件走査の一括バッチを待たずに窓口
      *                     照会へ答えられるようにする
      *    2026/09/01  TSH  期限の利益喪失（状態 X）の表示を追加
      *    2026/10/15  TSH  代位弁済済み（状態 S）の表示を追加
      *    2026/10/15  TSH  マスタに借入人ID の副キー（重複あり）
      *                     の定義を追加
      *    2026/10/15  TSH  マスタに無いローン番号は完済契約アーカイブ
      *                     （LOANARCM）を引き、移送済みとして表示
      *----------------------------------------------------------------
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
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
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
       FILE                    SECTION.
       FD  LOAN-MASTER-FILE.
           COPY "LOANMAST".
      *
       FD  LOAN-ARCHIVE-FILE.
           COPY "LOANARCM".
      *
       WORKING-STORAGE         SECTION.
       01  WK-MASTER-STATUS    PIC X(02).
       01  WK-ARCM-STATUS      PIC X(02).
       01  WK-ARCM-OPEN-SW     PIC X(01)            VALUE "N".
           88  WK-ARCM-OPEN                         VALUE "Y".
       01  WK-INQ-LOAN-NO      PIC 9(09).
       01  WK-REMAIN-PERIODS   PIC 999.
       01  WK-SHOW-PAYMENT     PIC 9(09).
                      WK-MASTER-STATUS
              GOBACK
           END-IF.
      *        アーカイブがまだ無い（一度も移送していない）ときは
      *        マスタだけを引く
           OPEN INPUT LOAN-ARCHIVE-FILE.
           IF WK-ARCM-STATUS = "00"
              SET WK-ARCM-OPEN TO TRUE
           END-IF.
           DISPLAY "ローン番号: " NO ADVANCING.
           ACCEPT WK-INQ-LOAN-NO.
           PERFORM MAIN-100-INQUIRE THRU MAIN-100-EXIT.
           CLOSE LOAN-MASTER-FILE.
           IF WK-ARCM-OPEN
              CLOSE LOAN-ARCHIVE-FILE
           END-IF.
           GOBACK.
      *----------------------------------------------------------------
      *    1件照会。キー読みし、残り予定は LOANSUB から取得する
       MAIN-100-INQUIRE.
           MOVE WK-INQ-LOAN-NO TO LM-LOAN-NO.
           READ LOAN-MASTER-FILE.
           IF WK-MASTER-STATUS = "23"
              PERFORM MAIN-120-ARCHIVE THRU MAIN-120-EXIT
           END-IF.
           IF WK-MASTER-STATUS = "23"
              DISPLAY "LOANINQ W001 ローン番号 " WK-INQ-LOAN-NO
                      " は登録がない"
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
              GO TO MAIN-100-EXIT
           END-IF.
           DISPLAY "次回返済年月 : " LM-NEXT-YEAR "/"
       MAIN-100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    マスタに無いときはアーカイブを引く。見つかれば LM- の
      *    定義へ写し、マスタの読込が成功したものとして表示を続ける
      *    （アーカイブの契約は完済なので残高までの表示になる）
      *----------------------------------------------------------------
       MAIN-120-ARCHIVE.
           IF NOT WK-ARCM-OPEN
              GO TO MAIN-120-EXIT
           END-IF.
           MOVE WK-INQ-LOAN-NO TO AM-LOAN-NO.
           READ LOAN-ARCHIVE-FILE.
           IF WK-ARCM-STATUS NOT = "00"
              GO TO MAIN-120-EXIT
           END-IF.
           MOVE AM-LOAN-IMAGE TO LM-LOAN-RECORD.
           MOVE "00"          TO WK-MASTER-STATUS.
           DISPLAY "移送済み     : " AM-ARCHIVE-DATE
                   " （完済 " AM-PAID-YEAR "/" AM-PAID-MONTH "）".
       MAIN-120-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    LOANSUB を呼び、残り期間分の予定を貰う
      *----------------------------------------------------------------
       MAIN-110-CALLSUB.
