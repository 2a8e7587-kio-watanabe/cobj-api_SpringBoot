      ****************************************************************
      *                                                              *
      *         営業日の判定（営業日カレンダーによる日付の検査）     *
      *                                                              *
      ****************************************************************
       IDENTIFICATION          DIVISION.
      ****************************************************************
       PROGRAM-ID.             LOANBDAY.
       AUTHOR.                 TOKYO-SYSTEM-HOUSE.
       DATE-WRITTEN.           2026/10/15.
      *----------------------------------------------------------------
      *    変更履歴
      *    2026/10/15  TSH  新規作成。各プログラムから呼ばれ、日付
      *                     の妥当性（暦に存在する日か）と営業日か
      *                     どうかを判定する。土曜・日曜と営業日
      *                     カレンダー（LOANHCAL）に登録された日を
      *                     休業日とする。カレンダーは最初の呼出し
      *                     で表へ読み込み、以後は表を二分探索する
      *----------------------------------------------------------------
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       SOURCE-COMPUTER.        OPEN-COBOL.
       OBJECT-COMPUTER.        OPEN-COBOL.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE       ASSIGN TO "LOANHCAL"
                                      ORGANIZATION INDEXED
                                      ACCESS SEQUENTIAL
                                      RECORD KEY HC-HOLIDAY-DATE
                                      FILE STATUS WK-HCAL-STATUS.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
       FILE                    SECTION.
       FD  HOLIDAY-FILE.
           COPY "LOANHCAL".
      *
       WORKING-STORAGE         SECTION.
       01  WK-HCAL-STATUS      PIC X(02).
       01  WK-HCAL-EOF-SW      PIC X(01)            VALUE "N".
           88  WK-HCAL-EOF                          VALUE "Y".
       01  WK-LOADED-SW        PIC X(01)            VALUE "N".
           88  WK-LOADED                            VALUE "Y".
       01  WK-VALID-SW         PIC X(01)            VALUE "N".
           88  WK-DATE-VALID                        VALUE "Y".
       01  WK-BUSINESS-SW      PIC X(01)            VALUE "N".
           88  WK-BUSINESS-DAY                      VALUE "Y".
      *----------------------------------------------------------------
      *    日付の検査。年は 1601 以降（通日の起点）、日は月の日数
      *    （2月はうるう年を見る）まで
      *----------------------------------------------------------------
       01  WK-CHECK-DATE       PIC 9(08).
       01  WK-CHECK-DATE-R     REDEFINES WK-CHECK-DATE.
           05  WK-CK-YEAR      PIC 9(04).
           05  WK-CK-MONTH     PIC 9(02).
           05  WK-CK-DAY       PIC 9(02).
       01  WK-MONTH-DAYS-AREA  PIC X(24)            VALUE
           "312831303130313130313031".
       01  WK-MONTH-DAYS-R     REDEFINES WK-MONTH-DAYS-AREA.
           05  WK-MONTH-DAYS   PIC 9(02)  OCCURS 12 TIMES.
       01  WK-LAST-DAY         PIC 9(02).
       01  WK-LEAP-QUOT        PIC 9(04).
       01  WK-LEAP-REM-4       PIC 9(04).
       01  WK-LEAP-REM-100     PIC 9(04).
       01  WK-LEAP-REM-400     PIC 9(04).
      *----------------------------------------------------------------
      *    曜日。通日 1（1601/01/01）は月曜日。0=月曜 … 5=土曜
      *    6=日曜
      *----------------------------------------------------------------
       01  WK-DAY-INT          PIC 9(07).
       01  WK-END-INT          PIC 9(07).
       01  WK-WEEK-WORK        PIC 9(07).
       01  WK-WEEK-QUOT        PIC 9(07).
       01  WK-WEEKDAY          PIC 9(01).
           88  WK-WEEKEND                           VALUE 5 6.
       01  WK-SEARCH-DATE      PIC 9(08).
      *----------------------------------------------------------------
      *    休業日の表。カレンダーは日付の昇順に読むので二分探索で
      *    引く。件数に応じた可変長にしておく（LOANRECON と同じ）
      *----------------------------------------------------------------
       01  WK-HOL-MAX          PIC 9(04)            VALUE 2000.
       01  WK-HOL-COUNT        PIC 9(04)            VALUE ZERO.
       01  WK-HOL-TABLE-AREA.
           05  WK-HOL-ENTRY    OCCURS 1 TO 2000 TIMES
                               DEPENDING ON WK-HOL-COUNT
                               ASCENDING KEY HT-DATE
                               INDEXED BY HT-IDX.
               10  HT-DATE         PIC 9(08).
      *
       LINKAGE                 SECTION.
      *----------------------------------------------------------------
      *    機能  V=日付の検査だけ
      *          C=営業日か判定し、その日以降の最初の営業日を返す
      *          N=その日の翌営業日を返す
      *          D=日付1の翌日から日付2までの営業日数を返す
      *----------------------------------------------------------------
       01  LK-BD-FUNCTION      PIC X(01).
       01  LK-BD-DATE          PIC 9(08).
       01  LK-BD-DATE-2        PIC 9(08).
       01  LK-BD-RESULT        PIC 9(08).
       01  LK-BD-DAYS          PIC S9(05).
      *----------------------------------------------------------------
      *    結果コード  00=営業日（V は正しい日付） 01=休業日
      *    02=日付誤り 09=機能誤り
      *----------------------------------------------------------------
       01  LK-BD-RETURN-CODE   PIC 99.
      ****************************************************************
       PROCEDURE               DIVISION
                               USING  LK-BD-FUNCTION,
                                      LK-BD-DATE,
                                      LK-BD-DATE-2,
                                      LK-BD-RESULT,
                                      LK-BD-DAYS,
                                      LK-BD-RETURN-CODE.
      ****************************************************************
       HAJIME.
       MAIN-000.
           MOVE ZERO TO LK-BD-RETURN-CODE.
           MOVE ZERO TO LK-BD-RESULT.
           MOVE ZERO TO LK-BD-DAYS.
           EVALUATE LK-BD-FUNCTION
               WHEN "V"
                   MOVE LK-BD-DATE TO WK-CHECK-DATE
                   PERFORM MAIN-100-VALID THRU MAIN-100-EXIT
                   IF NOT WK-DATE-VALID
                      MOVE 02 TO LK-BD-RETURN-CODE
                   END-IF
               WHEN "C"
                   PERFORM MAIN-200-CHECK THRU MAIN-200-EXIT
               WHEN "N"
                   PERFORM MAIN-300-NEXT  THRU MAIN-300-EXIT
               WHEN "D"
                   PERFORM MAIN-400-COUNT THRU MAIN-400-EXIT
               WHEN OTHER
                   MOVE 09 TO LK-BD-RETURN-CODE
           END-EVALUATE.
           GOBACK.
      *----------------------------------------------------------------
      *    カレンダーの読込（最初の呼出しで 1回だけ）。カレンダー
      *    が無ければ土曜・日曜だけを休業日として続ける
      *----------------------------------------------------------------
       MAIN-050-LOAD.
           IF WK-LOADED
              GO TO MAIN-050-EXIT
           END-IF.
           SET WK-LOADED TO TRUE.
           OPEN INPUT HOLIDAY-FILE.
           IF WK-HCAL-STATUS NOT = "00"
              DISPLAY "LOANBDAY W001 カレンダー なし "
                      WK-HCAL-STATUS " 土日だけで判定する"
              GO TO MAIN-050-EXIT
           END-IF.
           PERFORM MAIN-060-READ THRU MAIN-060-EXIT
                   UNTIL WK-HCAL-EOF.
           CLOSE HOLIDAY-FILE.
       MAIN-050-EXIT.
           EXIT.
      *
       MAIN-060-READ.
           READ HOLIDAY-FILE
               AT END
                   SET WK-HCAL-EOF TO TRUE
                   GO TO MAIN-060-EXIT
           END-READ.
           IF WK-HOL-COUNT >= WK-HOL-MAX
              DISPLAY "LOANBDAY W002 カレンダー件数超過 "
                      HC-HOLIDAY-DATE " 以降は読まない"
              SET WK-HCAL-EOF TO TRUE
              GO TO MAIN-060-EXIT
           END-IF.
           ADD  1               TO WK-HOL-COUNT.
           MOVE HC-HOLIDAY-DATE TO HT-DATE(WK-HOL-COUNT).
       MAIN-060-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    日付の検査（WK-CHECK-DATE）。暦に存在する日なら
      *    WK-DATE-VALID を立てる
      *----------------------------------------------------------------
       MAIN-100-VALID.
           MOVE "N" TO WK-VALID-SW.
           IF WK-CHECK-DATE NOT NUMERIC
              GO TO MAIN-100-EXIT
           END-IF.
           IF WK-CK-YEAR < 1601
              OR WK-CK-MONTH < 1 OR WK-CK-MONTH > 12
              OR WK-CK-DAY < 1
              GO TO MAIN-100-EXIT
           END-IF.
           MOVE WK-MONTH-DAYS(WK-CK-MONTH) TO WK-LAST-DAY.
           IF WK-CK-MONTH = 2
              DIVIDE WK-CK-YEAR BY 4   GIVING WK-LEAP-QUOT
                     REMAINDER WK-LEAP-REM-4
              DIVIDE WK-CK-YEAR BY 100 GIVING WK-LEAP-QUOT
                     REMAINDER WK-LEAP-REM-100
              DIVIDE WK-CK-YEAR BY 400 GIVING WK-LEAP-QUOT
                     REMAINDER WK-LEAP-REM-400
              IF WK-LEAP-REM-4 = ZERO
                 AND (WK-LEAP-REM-100 NOT = ZERO
                      OR WK-LEAP-REM-400 = ZERO)
                 MOVE 29 TO WK-LAST-DAY
              END-IF
           END-IF.
           IF WK-CK-DAY > WK-LAST-DAY
              GO TO MAIN-100-EXIT
           END-IF.
           SET WK-DATE-VALID TO TRUE.
       MAIN-100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    通日 WK-DAY-INT の日が営業日かどうか。土曜・日曜か、
      *    カレンダーにある日は休業日
      *----------------------------------------------------------------
       MAIN-150-DAY-TYPE.
           MOVE "N" TO WK-BUSINESS-SW.
           COMPUTE WK-WEEK-WORK = WK-DAY-INT - 1.
           DIVIDE WK-WEEK-WORK BY 7 GIVING WK-WEEK-QUOT
                  REMAINDER WK-WEEKDAY.
           IF WK-WEEKEND
              GO TO MAIN-150-EXIT
           END-IF.
           IF WK-HOL-COUNT > ZERO
              COMPUTE WK-SEARCH-DATE
                    = FUNCTION DATE-OF-INTEGER(WK-DAY-INT)
              SEARCH ALL WK-HOL-ENTRY
                  AT END
                      SET WK-BUSINESS-DAY TO TRUE
                  WHEN HT-DATE(HT-IDX) = WK-SEARCH-DATE
                      CONTINUE
              END-SEARCH
           ELSE
              SET WK-BUSINESS-DAY TO TRUE
           END-IF.
       MAIN-150-EXIT.
           EXIT.
      *
       MAIN-160-FORWARD.
           ADD 1 TO WK-DAY-INT.
           PERFORM MAIN-150-DAY-TYPE THRU MAIN-150-EXIT.
       MAIN-160-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    C: 営業日の判定。休業日なら結果コード 01 とし、その日
      *    以降の最初の営業日を返す（営業日ならその日自身）
      *----------------------------------------------------------------
       MAIN-200-CHECK.
           MOVE LK-BD-DATE TO WK-CHECK-DATE.
           PERFORM MAIN-100-VALID THRU MAIN-100-EXIT.
           IF NOT WK-DATE-VALID
              MOVE 02 TO LK-BD-RETURN-CODE
              GO TO MAIN-200-EXIT
           END-IF.
           PERFORM MAIN-050-LOAD THRU MAIN-050-EXIT.
           COMPUTE WK-DAY-INT = FUNCTION INTEGER-OF-DATE(LK-BD-DATE).
           PERFORM MAIN-150-DAY-TYPE THRU MAIN-150-EXIT.
           IF NOT WK-BUSINESS-DAY
              MOVE 01 TO LK-BD-RETURN-CODE
              PERFORM MAIN-160-FORWARD THRU MAIN-160-EXIT
                      UNTIL WK-BUSINESS-DAY
           END-IF.
           COMPUTE LK-BD-RESULT = FUNCTION DATE-OF-INTEGER(WK-DAY-INT).
       MAIN-200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    N: 翌営業日（その日の次の日以降の最初の営業日）
      *----------------------------------------------------------------
       MAIN-300-NEXT.
           MOVE LK-BD-DATE TO WK-CHECK-DATE.
           PERFORM MAIN-100-VALID THRU MAIN-100-EXIT.
           IF NOT WK-DATE-VALID
              MOVE 02 TO LK-BD-RETURN-CODE
              GO TO MAIN-300-EXIT
           END-IF.
           PERFORM MAIN-050-LOAD THRU MAIN-050-EXIT.
           COMPUTE WK-DAY-INT = FUNCTION INTEGER-OF-DATE(LK-BD-DATE).
           PERFORM MAIN-160-FORWARD THRU MAIN-160-EXIT.
           PERFORM MAIN-160-FORWARD THRU MAIN-160-EXIT
                   UNTIL WK-BUSINESS-DAY.
           COMPUTE LK-BD-RESULT = FUNCTION DATE-OF-INTEGER(WK-DAY-INT).
       MAIN-300-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    D: 日付1の翌日から日付2まで（両端のうち日付2を含む）の
      *    営業日数。日付2が日付1以前ならゼロ
      *----------------------------------------------------------------
       MAIN-400-COUNT.
           MOVE LK-BD-DATE TO WK-CHECK-DATE.
           PERFORM MAIN-100-VALID THRU MAIN-100-EXIT.
           IF NOT WK-DATE-VALID
              MOVE 02 TO LK-BD-RETURN-CODE
              GO TO MAIN-400-EXIT
           END-IF.
           MOVE LK-BD-DATE-2 TO WK-CHECK-DATE.
           PERFORM MAIN-100-VALID THRU MAIN-100-EXIT.
           IF NOT WK-DATE-VALID
              MOVE 02 TO LK-BD-RETURN-CODE
              GO TO MAIN-400-EXIT
           END-IF.
           PERFORM MAIN-050-LOAD THRU MAIN-050-EXIT.
           COMPUTE WK-DAY-INT = FUNCTION INTEGER-OF-DATE(LK-BD-DATE).
           COMPUTE WK-END-INT
                 = FUNCTION INTEGER-OF-DATE(LK-BD-DATE-2).
           PERFORM MAIN-410-COUNT-ONE THRU MAIN-410-EXIT
                   UNTIL WK-DAY-INT NOT < WK-END-INT.
       MAIN-400-EXIT.
           EXIT.
      *
       MAIN-410-COUNT-ONE.
           PERFORM MAIN-160-FORWARD THRU MAIN-160-EXIT.
           IF WK-BUSINESS-DAY
              ADD 1 TO LK-BD-DAYS
           END-IF.
       MAIN-410-EXIT.
           EXIT.
      *--------------------<< END OF PROGRAM >>-----------------------*
