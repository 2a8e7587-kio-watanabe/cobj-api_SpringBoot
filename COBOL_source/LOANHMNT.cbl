      ****************************************************************
      *                                                              *
      *         営業日カレンダー保守バッチ（休業日の追加・削除）     *
      *                                                              *
      ****************************************************************
       IDENTIFICATION          DIVISION.
      ****************************************************************
       PROGRAM-ID.             LOANHMNT.
       AUTHOR.                 TOKYO-SYSTEM-HOUSE.
       DATE-WRITTEN.           2026/10/15.
      *----------------------------------------------------------------
      *    変更履歴
      *    2026/10/15  TSH  新規作成。休日カレンダー保守トランザク
      *                     ション（LOANHTRN）を読み、営業日カレン
      *                     ダー（LOANHCAL）へ休業日の追加・名称の
      *                     変更・削除を行う。拒否した取引は理由
      *                     コード付きで処理一覧（LOANHLST）に印字
      *                     し、続けて登録済みの休業日を全件印字
      *                     する（BORRMNT と同じ型）
      *----------------------------------------------------------------
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       SOURCE-COMPUTER.        OPEN-COBOL.
       OBJECT-COMPUTER.        OPEN-COBOL.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE       ASSIGN TO "LOANHCAL"
                                      ORGANIZATION INDEXED
                                      ACCESS DYNAMIC
                                      RECORD KEY HC-HOLIDAY-DATE
                                      FILE STATUS WK-MASTER-STATUS.
           SELECT HOLIDAY-TRAN-FILE  ASSIGN TO "LOANHTRN"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-TRAN-STATUS.
           SELECT HOLIDAY-LIST-FILE  ASSIGN TO "LOANHLST"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-LIST-STATUS.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
       FILE                    SECTION.
       FD  HOLIDAY-FILE.
           COPY "LOANHCAL".
      *
       FD  HOLIDAY-TRAN-FILE.
           COPY "LOANHTRN".
      *
       FD  HOLIDAY-LIST-FILE.
       01  HL-PRINT-LINE            PIC X(80).
      *
       WORKING-STORAGE         SECTION.
       01  WK-MASTER-STATUS    PIC X(02).
       01  WK-TRAN-STATUS      PIC X(02).
       01  WK-LIST-STATUS      PIC X(02).
       01  WK-TRAN-EOF-SW      PIC X(01)            VALUE "N".
           88  WK-TRAN-EOF                          VALUE "Y".
       01  WK-CAL-EOF-SW       PIC X(01)            VALUE "N".
           88  WK-CAL-EOF                           VALUE "Y".
       01  WK-FOUND-SW         PIC X(01)            VALUE "N".
           88  WK-FOUND                             VALUE "Y".
       01  WK-REASON           PIC 9(02).
       01  WK-TRAN-COUNT       PIC 9(07)            VALUE ZERO.
       01  WK-APPLY-COUNT      PIC 9(07)            VALUE ZERO.
       01  WK-REJECT-COUNT     PIC 9(07)            VALUE ZERO.
       01  WK-CAL-COUNT        PIC 9(07)            VALUE ZERO.
      *----------------------------------------------------------------
      *    曜日の判定。通日 1（1601/01/01）は月曜日。0=月曜 …
      *    5=土曜 6=日曜。土曜・日曜は登録しなくても休業日になる
      *----------------------------------------------------------------
       01  WK-DAY-INT          PIC 9(07).
       01  WK-WEEK-WORK        PIC 9(07).
       01  WK-WEEK-QUOT        PIC 9(07).
       01  WK-WEEKDAY          PIC 9(01).
           88  WK-WEEKEND                           VALUE 5 6.
      *----------------------------------------------------------------
      *    LOANBDAY 呼出し用パラメタ（日付の検査に使う）
      *----------------------------------------------------------------
       01  WK-LK-BD-FUNCTION   PIC X(01)            VALUE "V".
       01  WK-LK-BD-DATE       PIC 9(08).
       01  WK-LK-BD-DATE-2     PIC 9(08)            VALUE ZERO.
       01  WK-LK-BD-RESULT     PIC 9(08).
       01  WK-LK-BD-DAYS       PIC S9(05).
       01  WK-LK-BD-RETURN-CODE PIC 99.
      *----------------------------------------------------------------
      *    処理一覧・登録一覧の編集行
      *----------------------------------------------------------------
       01  WK-LIST-HEADER      PIC X(52)  VALUE
           "LOANHMNT 営業日カレンダー保守 処理一覧".
       01  WK-LIST-COLHDR      PIC X(46)  VALUE
           "区分 休業日     結果   理由  名称".
       01  WK-LIST-LINE.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WK-LL-TRAN-CODE     PIC X(01).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WK-LL-DATE          PIC 9(08).
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  WK-LL-RESULT        PIC X(06).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-LL-REASON        PIC Z9.
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  WK-LL-NAME          PIC X(30).
           05  FILLER              PIC X(20)  VALUE SPACES.
       01  WK-CAL-HEADER       PIC X(57)  VALUE
           "登録済み休業日一覧（土曜・日曜を除く）".
       01  WK-CAL-LINE.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WK-CL-DATE          PIC 9(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WK-CL-NAME          PIC X(30).
           05  FILLER              PIC X(38)  VALUE SPACES.
      ****************************************************************
       PROCEDURE               DIVISION.
      ****************************************************************
       HAJIME.
       MAIN-000.
           PERFORM MAIN-010-OPEN      THRU MAIN-010-EXIT.
           PERFORM MAIN-020-READ-TRAN THRU MAIN-020-EXIT.
           PERFORM MAIN-100-PROCESS   THRU MAIN-100-EXIT
                   UNTIL WK-TRAN-EOF.
           PERFORM MAIN-500-CAL-LIST  THRU MAIN-500-EXIT.
           PERFORM MAIN-900-CLOSE     THRU MAIN-900-EXIT.
           DISPLAY "LOANHMNT 取引件数  = " WK-TRAN-COUNT.
           DISPLAY "LOANHMNT 反映件数  = " WK-APPLY-COUNT.
           DISPLAY "LOANHMNT 拒否件数  = " WK-REJECT-COUNT.
           DISPLAY "LOANHMNT 登録件数  = " WK-CAL-COUNT.
           GOBACK.
      *----------------------------------------------------------------
      *    初期化・ファイル オープン。カレンダーが未作成の初回だけ
      *    空で作成してから入出力モードで開き直す
      *----------------------------------------------------------------
       MAIN-010-OPEN.
           OPEN I-O HOLIDAY-FILE.
           IF WK-MASTER-STATUS = "35"
              OPEN OUTPUT HOLIDAY-FILE
              CLOSE HOLIDAY-FILE
              OPEN I-O HOLIDAY-FILE
           END-IF.
           IF WK-MASTER-STATUS NOT = "00"
              DISPLAY "LOANHMNT E001 カレンダー オープン失敗"
                      " " WK-MASTER-STATUS
              GOBACK
           END-IF.
           OPEN INPUT HOLIDAY-TRAN-FILE.
           IF WK-TRAN-STATUS NOT = "00"
              DISPLAY "LOANHMNT E002 取引 オープン失敗 "
                      WK-TRAN-STATUS
              GOBACK
           END-IF.
           OPEN OUTPUT HOLIDAY-LIST-FILE.
           IF WK-LIST-STATUS NOT = "00"
              DISPLAY "LOANHMNT E003 処理一覧 オープン失敗 "
                      WK-LIST-STATUS
              GOBACK
           END-IF.
           MOVE WK-LIST-HEADER TO HL-PRINT-LINE.
           WRITE HL-PRINT-LINE.
           MOVE WK-LIST-COLHDR TO HL-PRINT-LINE.
           WRITE HL-PRINT-LINE.
       MAIN-010-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    取引 1件読込
      *----------------------------------------------------------------
       MAIN-020-READ-TRAN.
           READ HOLIDAY-TRAN-FILE
               AT END
                   SET WK-TRAN-EOF TO TRUE
           END-READ.
           IF NOT WK-TRAN-EOF
              ADD 1 TO WK-TRAN-COUNT
           END-IF.
       MAIN-020-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    カレンダーを日付で読む。対象なし（状態 23）は
      *    WK-FOUND-SW で呼出元へ返し、それ以外の異常は打ち切る
      *----------------------------------------------------------------
       MAIN-030-READ-MASTER.
           MOVE HT-HOLIDAY-DATE TO HC-HOLIDAY-DATE.
           READ HOLIDAY-FILE.
           EVALUATE WK-MASTER-STATUS
               WHEN "00"
                   MOVE "Y" TO WK-FOUND-SW
               WHEN "23"
                   MOVE "N" TO WK-FOUND-SW
               WHEN OTHER
                   DISPLAY "LOANHMNT E004 カレンダー読込失敗 "
                           WK-MASTER-STATUS " " HT-HOLIDAY-DATE
                   GOBACK
           END-EVALUATE.
       MAIN-030-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    取引 1件の適用。理由コードは
      *    91=既登録 92=対象なし 93=取引区分誤り 94=日付誤り
      *    95=土曜・日曜（登録不要） 96=名称未設定 を使う
      *----------------------------------------------------------------
       MAIN-100-PROCESS.
           MOVE ZERO TO WK-REASON.
           MOVE "V"             TO WK-LK-BD-FUNCTION.
           MOVE HT-HOLIDAY-DATE TO WK-LK-BD-DATE.
           CALL "LOANBDAY"      USING WK-LK-BD-FUNCTION,
                                      WK-LK-BD-DATE,
                                      WK-LK-BD-DATE-2,
                                      WK-LK-BD-RESULT,
                                      WK-LK-BD-DAYS,
                                      WK-LK-BD-RETURN-CODE.
           EVALUATE TRUE
               WHEN WK-LK-BD-RETURN-CODE NOT = ZERO
                   MOVE 94 TO WK-REASON
               WHEN HT-TRAN-ADD
                   PERFORM MAIN-210-ADD    THRU MAIN-210-EXIT
               WHEN HT-TRAN-CHANGE
                   PERFORM MAIN-220-CHANGE THRU MAIN-220-EXIT
               WHEN HT-TRAN-DELETE
                   PERFORM MAIN-230-DELETE THRU MAIN-230-EXIT
               WHEN OTHER
                   MOVE 93 TO WK-REASON
           END-EVALUATE.
           IF WK-REASON = ZERO
              ADD 1 TO WK-APPLY-COUNT
              MOVE "受付"  TO WK-LL-RESULT
           ELSE
              ADD 1 TO WK-REJECT-COUNT
              MOVE "拒否"  TO WK-LL-RESULT
           END-IF.
           MOVE HT-TRAN-CODE    TO WK-LL-TRAN-CODE.
           MOVE HT-HOLIDAY-DATE TO WK-LL-DATE.
           MOVE WK-REASON       TO WK-LL-REASON.
           MOVE HT-HOLIDAY-NAME TO WK-LL-NAME.
           MOVE WK-LIST-LINE    TO HL-PRINT-LINE.
           WRITE HL-PRINT-LINE.
           PERFORM MAIN-020-READ-TRAN THRU MAIN-020-EXIT.
       MAIN-100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    休業日の追加。土曜・日曜は登録しない
      *----------------------------------------------------------------
       MAIN-210-ADD.
           IF HT-HOLIDAY-NAME = SPACES
              MOVE 96 TO WK-REASON
              GO TO MAIN-210-EXIT
           END-IF.
           COMPUTE WK-DAY-INT
                 = FUNCTION INTEGER-OF-DATE(HT-HOLIDAY-DATE).
           COMPUTE WK-WEEK-WORK = WK-DAY-INT - 1.
           DIVIDE WK-WEEK-WORK BY 7 GIVING WK-WEEK-QUOT
                  REMAINDER WK-WEEKDAY.
           IF WK-WEEKEND
              MOVE 95 TO WK-REASON
              GO TO MAIN-210-EXIT
           END-IF.
           PERFORM MAIN-030-READ-MASTER THRU MAIN-030-EXIT.
           IF WK-FOUND
              MOVE 91 TO WK-REASON
              GO TO MAIN-210-EXIT
           END-IF.
           MOVE HT-HOLIDAY-DATE TO HC-HOLIDAY-DATE.
           MOVE HT-HOLIDAY-NAME TO HC-HOLIDAY-NAME.
           WRITE HC-HOLIDAY-RECORD.
           IF WK-MASTER-STATUS NOT = "00"
              DISPLAY "LOANHMNT E005 カレンダー書込失敗 "
                      WK-MASTER-STATUS " " HT-HOLIDAY-DATE
              GOBACK
           END-IF.
       MAIN-210-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    名称の変更
      *----------------------------------------------------------------
       MAIN-220-CHANGE.
           IF HT-HOLIDAY-NAME = SPACES
              MOVE 96 TO WK-REASON
              GO TO MAIN-220-EXIT
           END-IF.
           PERFORM MAIN-030-READ-MASTER THRU MAIN-030-EXIT.
           IF NOT WK-FOUND
              MOVE 92 TO WK-REASON
              GO TO MAIN-220-EXIT
           END-IF.
           MOVE HT-HOLIDAY-NAME TO HC-HOLIDAY-NAME.
           REWRITE HC-HOLIDAY-RECORD.
           IF WK-MASTER-STATUS NOT = "00"
              DISPLAY "LOANHMNT E006 カレンダー書戻失敗 "
                      WK-MASTER-STATUS " " HT-HOLIDAY-DATE
              GOBACK
           END-IF.
       MAIN-220-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    休業日の削除（その日は営業日に戻る）
      *----------------------------------------------------------------
       MAIN-230-DELETE.
           PERFORM MAIN-030-READ-MASTER THRU MAIN-030-EXIT.
           IF NOT WK-FOUND
              MOVE 92 TO WK-REASON
              GO TO MAIN-230-EXIT
           END-IF.
           DELETE HOLIDAY-FILE.
           IF WK-MASTER-STATUS NOT = "00"
              DISPLAY "LOANHMNT E007 カレンダー削除失敗 "
                      WK-MASTER-STATUS " " HT-HOLIDAY-DATE
              GOBACK
           END-IF.
       MAIN-230-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    登録済みの休業日を日付順に全件印字する
      *----------------------------------------------------------------
       MAIN-500-CAL-LIST.
           MOVE SPACES        TO HL-PRINT-LINE.
           WRITE HL-PRINT-LINE.
           MOVE WK-CAL-HEADER TO HL-PRINT-LINE.
           WRITE HL-PRINT-LINE.
           MOVE ZERO TO HC-HOLIDAY-DATE.
           START HOLIDAY-FILE KEY NOT < HC-HOLIDAY-DATE.
           IF WK-MASTER-STATUS NOT = "00"
              GO TO MAIN-500-EXIT
           END-IF.
           PERFORM MAIN-510-CAL-READ THRU MAIN-510-EXIT.
           PERFORM MAIN-520-CAL-LINE THRU MAIN-520-EXIT
                   UNTIL WK-CAL-EOF.
       MAIN-500-EXIT.
           EXIT.
      *
       MAIN-510-CAL-READ.
           READ HOLIDAY-FILE NEXT RECORD
               AT END
                   SET WK-CAL-EOF TO TRUE
           END-READ.
       MAIN-510-EXIT.
           EXIT.
      *
       MAIN-520-CAL-LINE.
           ADD 1 TO WK-CAL-COUNT.
           MOVE HC-HOLIDAY-DATE TO WK-CL-DATE.
           MOVE HC-HOLIDAY-NAME TO WK-CL-NAME.
           MOVE WK-CAL-LINE     TO HL-PRINT-LINE.
           WRITE HL-PRINT-LINE.
           PERFORM MAIN-510-CAL-READ THRU MAIN-510-EXIT.
       MAIN-520-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    終了処理
      *----------------------------------------------------------------
       MAIN-900-CLOSE.
           CLOSE HOLIDAY-FILE HOLIDAY-TRAN-FILE HOLIDAY-LIST-FILE.
       MAIN-900-EXIT.
           EXIT.
      *--------------------<< END OF PROGRAM >>-----------------------*
