      ****************************************************************
      *                                                              *
      *         月末未収利息（経過利息）計上バッチ                   *
      *                                                              *
      ****************************************************************
       IDENTIFICATION          DIVISION.
      ****************************************************************
       PROGRAM-ID.             LOANACRU.
       AUTHOR.                 TOKYO-SYSTEM-HOUSE.
       DATE-WRITTEN.           2026/10/15.
      *----------------------------------------------------------------
      *    変更履歴
      *    2026/10/15  TSH  新規作成。月末の繰越完了後に、稼働中・
      *                     延滞中・期限の利益喪失中の各契約について
      *                     最終期日から月末日までの経過利息を完済
      *                     見込額照会（LOANPOFF MAIN-200-CALC）と
      *                     同じ規則（残元金×利率×実日数÷365）で
      *                     求め、未収利息の計上仕訳と翌月第1営業日
      *                     付けの振戻し仕訳を GL 仕訳抽出と同じ
      *                     レイアウト（LOANGLJE）で書き出す。契約
      *                     別の計上一覧と利率帯別の小計を印字する
      *    2026/10/15  TSH  振戻日を営業日カレンダー（LOANBDAY）で
      *                     決める。土曜・日曜に加えカレンダーの休日
      *                     も飛ばす
      *    2026/10/15  TSH  月の最終営業日（翌営業日が翌月になる日）
      *                     以外の営業日では計上せずに条件コード 8
      *                     で終わる。振戻日が求められないときも同じ
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
           SELECT ACCRUAL-JE-FILE    ASSIGN TO "LOANACJE"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-GL-STATUS.
           SELECT ACCRUAL-LIST-FILE  ASSIGN TO "LOANACRL"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-LIST-STATUS.
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
       FD  ACCRUAL-JE-FILE.
           COPY "LOANGLJE".
      *
       FD  ACCRUAL-LIST-FILE.
       01  AC-PRINT-LINE            PIC X(80).
      *
       FD  RUN-CONTROL-FILE.
           COPY "LOANRUNC".
      *
       WORKING-STORAGE         SECTION.
       01  WK-MASTER-STATUS    PIC X(02).
       01  WK-GL-STATUS        PIC X(02).
       01  WK-LIST-STATUS      PIC X(02).
       01  WK-RUNC-STATUS      PIC X(02).
       01  WK-EOF-SW           PIC X(01)            VALUE "N".
           88  WK-EOF                               VALUE "Y".
       01  WK-LOAN-COUNT       PIC 9(07)            VALUE ZERO.
       01  WK-ACCRUE-COUNT     PIC 9(07)            VALUE ZERO.
       01  WK-ZERO-COUNT       PIC 9(07)            VALUE ZERO.
      *----------------------------------------------------------------
      *    計上日（営業日の属する月の末日）と振戻日（翌月の第1
      *    営業日。土曜・日曜・休日を飛ばす）
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
       01  WK-MONTH-END        PIC 9(08).
       01  WK-MONTH-END-INT    PIC 9(07).
       01  WK-REVERSE-DATE     PIC 9(08).
       01  WK-REVERSE-INT      PIC 9(07).
       01  WK-LK-BD-FUNCTION   PIC X(01).
       01  WK-LK-BD-DATE       PIC 9(08).
       01  WK-LK-BD-DATE-2     PIC 9(08)            VALUE ZERO.
       01  WK-LK-BD-RESULT     PIC 9(08).
       01  WK-LK-BD-DAYS       PIC S9(05).
       01  WK-LK-BD-RETURN-CODE PIC 99.
      *----------------------------------------------------------------
      *    経過利息の計算。LOANPOFF MAIN-200-CALC と同じく、返済
      *    済みの最終期日の翌月（＝次回返済年月）の1日から月末日
      *    までの日数に対し、年365日の日割りで残元金に利息を付ける
      *----------------------------------------------------------------
       01  WK-ACCRUE-FROM      PIC 9(08).
       01  WK-ACCRUE-FROM-R    REDEFINES WK-ACCRUE-FROM.
           05  WK-AF-YEAR      PIC 9(04).
           05  WK-AF-MONTH     PIC 9(02).
           05  WK-AF-DAY       PIC 9(02).
       01  WK-FROM-INT         PIC 9(07).
       01  WK-ACCRUE-DAYS      PIC S9(05).
       01  WK-INT-WORK         PIC 9(09)V9(09).
       01  WK-ACCRUAL          PIC 9(09).
       01  WK-LEFT-INT         PIC 9(09).
       01  WK-TOT-ACCRUAL      PIC 9(12)            VALUE ZERO.
       01  WK-TOT-LEFT         PIC 9(12)            VALUE ZERO.
      *----------------------------------------------------------------
      *    利率帯別の小計（1％刻み。利率の整数部＋1 を添字とする）
      *----------------------------------------------------------------
       01  WK-BAND-IDX         PIC 9(03).
       01  WK-RATE-INT         PIC 9(02).
       01  WK-BAND-TABLE-AREA.
           05  WK-BAND-ENTRY   OCCURS 100 TIMES.
               10  WK-BN-COUNT     PIC 9(07).
               10  WK-BN-LEFT      PIC 9(12).
               10  WK-BN-ACCRUAL   PIC 9(12).
      *----------------------------------------------------------------
      *    仕訳行の組立てと貸借合計
      *----------------------------------------------------------------
       01  WK-LINE-DATE        PIC 9(08).
       01  WK-LINE-DEBIT       PIC 9(12).
       01  WK-LINE-CREDIT      PIC 9(12).
       01  WK-LINE-ACCOUNT     PIC X(04).
       01  WK-LINE-NAME        PIC X(24).
       01  WK-DEBIT-TOTAL      PIC 9(13)            VALUE ZERO.
       01  WK-CREDIT-TOTAL     PIC 9(13)            VALUE ZERO.
      *----------------------------------------------------------------
      *    計上一覧の編集行
      *----------------------------------------------------------------
       01  WK-AC-HEADER.
           05  FILLER              PIC X(40)  VALUE
               "LOANACRU 月末未収利息 計上一覧".
           05  FILLER              PIC X(10)  VALUE "計上日 ".
           05  WK-AH-MONTH-END     PIC 9(08).
           05  FILLER              PIC X(12)  VALUE " 振戻日 ".
           05  WK-AH-REVERSE       PIC 9(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
       01  WK-AC-COLHDR.
           05  FILLER              PIC X(46)  VALUE
               "ローン番号 借入人 状 利率 残元金".
           05  FILLER              PIC X(34)  VALUE
               "起算日 日数 未収利息".
       01  WK-AC-LINE.
           05  WK-AL-LOAN-NO       PIC 9(09).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-AL-BORROWER      PIC X(10).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WK-AL-STATUS        PIC X(01).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-AL-RATE          PIC Z9.999.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-AL-LEFT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-AL-FROM          PIC 9(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-AL-DAYS          PIC ZZZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-AL-ACCRUAL       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(11)  VALUE SPACES.
       01  WK-AC-BAND-TITLE    PIC X(40)  VALUE
           "利率帯別 小計".
       01  WK-AC-BAND-COLHDR   PIC X(80)  VALUE
           "利率帯 件数 残元金合計 未収利息合計".
       01  WK-AC-BAND-LINE.
           05  WK-BL-LOW           PIC Z9.
           05  FILLER              PIC X(07)  VALUE ".000 - ".
           05  WK-BL-HIGH          PIC Z9.
           05  FILLER              PIC X(05)  VALUE ".999".
           05  FILLER              PIC X(01)  VALUE "%".
           05  WK-BL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-BL-LEFT          PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-BL-ACCRUAL       PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(24)  VALUE SPACES.
       01  WK-AC-TOTAL-LINE.
           05  FILLER              PIC X(17)  VALUE "合計".
           05  WK-TL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-TL-LEFT          PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-TL-ACCRUAL       PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(24)  VALUE SPACES.
      ****************************************************************
       PROCEDURE               DIVISION.
      ****************************************************************
       HAJIME.
       MAIN-000.
           PERFORM MAIN-010-OPEN     THRU MAIN-010-EXIT.
           PERFORM MAIN-020-READ     THRU MAIN-020-EXIT.
           PERFORM MAIN-100-PROCESS  THRU MAIN-100-EXIT
                   UNTIL WK-EOF.
           PERFORM MAIN-300-BANDS    THRU MAIN-300-EXIT.
           PERFORM MAIN-400-JOURNAL  THRU MAIN-400-EXIT.
           PERFORM MAIN-900-CLOSE    THRU MAIN-900-EXIT.
           DISPLAY "LOANACRU 対象件数  = " WK-LOAN-COUNT.
           DISPLAY "LOANACRU 計上件数  = " WK-ACCRUE-COUNT.
           DISPLAY "LOANACRU 計上なし  = " WK-ZERO-COUNT.
           DISPLAY "LOANACRU 未収利息  = " WK-TOT-ACCRUAL.
           DISPLAY "LOANACRU 計上日    = " WK-MONTH-END.
           DISPLAY "LOANACRU 振戻日    = " WK-REVERSE-DATE.
           GOBACK.
      *----------------------------------------------------------------
      *    初期化・ファイル オープン。月末の繰越完了後に走らせる
      *    （繰越前だと当夜の消込分まで経過利息に数えてしまう）
      *----------------------------------------------------------------
       MAIN-010-OPEN.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WK-RUNC-STATUS NOT = "00"
              DISPLAY "LOANACRU E001 実行管理 オープン失敗 "
                      WK-RUNC-STATUS
              GOBACK
           END-IF.
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY "LOANACRU E001 実行管理が空"
                   GOBACK
           END-READ.
           CLOSE RUN-CONTROL-FILE.
           MOVE RC-BUSINESS-DATE TO WK-BUSINESS-DATE.
           IF NOT RC-ROLL-DONE
              DISPLAY "LOANACRU E002 営業日 " RC-BUSINESS-DATE
                      " の繰越が未完了のため計上しない"
              GOBACK
           END-IF.
           PERFORM MAIN-050-DATES THRU MAIN-050-EXIT.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WK-MASTER-STATUS NOT = "00"
              DISPLAY "LOANACRU E003 マスタ オープン失敗 "
                      WK-MASTER-STATUS
              GOBACK
           END-IF.
           OPEN OUTPUT ACCRUAL-JE-FILE.
           IF WK-GL-STATUS NOT = "00"
              DISPLAY "LOANACRU E004 計上仕訳 オープン失敗 "
                      WK-GL-STATUS
              GOBACK
           END-IF.
           OPEN OUTPUT ACCRUAL-LIST-FILE.
           IF WK-LIST-STATUS NOT = "00"
              DISPLAY "LOANACRU E005 計上一覧 オープン失敗 "
                      WK-LIST-STATUS
              GOBACK
           END-IF.
           INITIALIZE WK-BAND-TABLE-AREA.
           MOVE WK-MONTH-END     TO WK-AH-MONTH-END.
           MOVE WK-REVERSE-DATE  TO WK-AH-REVERSE.
           MOVE WK-AC-HEADER     TO AC-PRINT-LINE.
           WRITE AC-PRINT-LINE.
           MOVE WK-AC-COLHDR     TO AC-PRINT-LINE.
           WRITE AC-PRINT-LINE.
       MAIN-010-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    計上日と振戻日の決定。計上日は営業日の属する月の末日
      *    （翌月1日の前日）、振戻日は翌月1日以後の最初の営業日
      *    （営業日カレンダーで土曜・日曜・休日を飛ばす）
      *    営業日の翌営業日が翌月に入らなければ月の最終営業日では
      *    ないので、何も書かずに条件コード 8 で終わる
      *----------------------------------------------------------------
       MAIN-050-DATES.
           IF WK-BD-MONTH = 12
              COMPUTE WK-NF-YEAR = WK-BD-YEAR + 1
              MOVE 1           TO WK-NF-MONTH
           ELSE
              MOVE WK-BD-YEAR  TO WK-NF-YEAR
              COMPUTE WK-NF-MONTH = WK-BD-MONTH + 1
           END-IF.
           MOVE 1 TO WK-NF-DAY.
           COMPUTE WK-REVERSE-INT
                 = FUNCTION INTEGER-OF-DATE(WK-NEXT-FIRST).
           COMPUTE WK-MONTH-END-INT = WK-REVERSE-INT - 1.
           COMPUTE WK-MONTH-END
                 = FUNCTION DATE-OF-INTEGER(WK-MONTH-END-INT).
           MOVE "N"              TO WK-LK-BD-FUNCTION.
           MOVE WK-BUSINESS-DATE TO WK-LK-BD-DATE.
           PERFORM MAIN-055-CALL-BDAY THRU MAIN-055-EXIT.
           IF WK-LK-BD-RETURN-CODE NOT = ZERO
              DISPLAY "LOANACRU E006 営業日 " WK-BUSINESS-DATE
                      " の翌営業日が求められない "
                      WK-LK-BD-RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WK-LK-BD-RESULT(1:6) NOT = WK-NEXT-FIRST(1:6)
              DISPLAY "LOANACRU E007 営業日 " WK-BUSINESS-DATE
                      " は月の最終営業日でない"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
      *        翌月1日が休業日なら結果コード 01 で翌営業日が返る
           MOVE "C"           TO WK-LK-BD-FUNCTION.
           MOVE WK-NEXT-FIRST TO WK-LK-BD-DATE.
           PERFORM MAIN-055-CALL-BDAY THRU MAIN-055-EXIT.
           IF WK-LK-BD-RETURN-CODE > 01
              DISPLAY "LOANACRU E008 振戻日が求められない "
                      WK-NEXT-FIRST " " WK-LK-BD-RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WK-LK-BD-RESULT TO WK-REVERSE-DATE.
       MAIN-050-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    営業日カレンダーの呼出し
      *----------------------------------------------------------------
       MAIN-055-CALL-BDAY.
           CALL "LOANBDAY"      USING WK-LK-BD-FUNCTION,
                                      WK-LK-BD-DATE,
                                      WK-LK-BD-DATE-2,
                                      WK-LK-BD-RESULT,
                                      WK-LK-BD-DAYS,
                                      WK-LK-BD-RETURN-CODE.
       MAIN-055-EXIT.
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
      *    1件分の処理。稼働中・延滞中・期限の利益喪失中で残元金の
      *    ある契約だけが計上の対象
      *----------------------------------------------------------------
       MAIN-100-PROCESS.
           IF (LM-ACTIVE OR LM-DELINQUENT OR LM-ACCELERATED)
              AND LM-LOAN-LEFT > ZERO
              ADD 1 TO WK-LOAN-COUNT
              PERFORM MAIN-110-ACCRUE THRU MAIN-110-EXIT
           END-IF.
           PERFORM MAIN-020-READ THRU MAIN-020-EXIT.
       MAIN-100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    1件分の経過利息。起算日（次回返済年月の1日）が月末日
      *    より後の契約（当月分まで返済済み）は計上しない。丸め方
      *    は契約の設定に従う
      *----------------------------------------------------------------
       MAIN-110-ACCRUE.
           MOVE LM-NEXT-YEAR  TO WK-AF-YEAR.
           MOVE LM-NEXT-MONTH TO WK-AF-MONTH.
           MOVE 1             TO WK-AF-DAY.
           COMPUTE WK-FROM-INT
                 = FUNCTION INTEGER-OF-DATE(WK-ACCRUE-FROM).
           COMPUTE WK-ACCRUE-DAYS = WK-MONTH-END-INT - WK-FROM-INT.
           IF WK-ACCRUE-DAYS NOT > ZERO
              ADD 1 TO WK-ZERO-COUNT
              GO TO MAIN-110-EXIT
           END-IF.
           COMPUTE WK-INT-WORK
                 = LM-LOAN-LEFT * LM-INTEREST-RATE / 100
                   * WK-ACCRUE-DAYS / 365.
           IF LM-ROUND-MODE = 2
              COMPUTE WK-ACCRUAL = WK-INT-WORK
           ELSE
              COMPUTE WK-ACCRUAL ROUNDED = WK-INT-WORK
           END-IF.
           IF WK-ACCRUAL = ZERO
              ADD 1 TO WK-ZERO-COUNT
              GO TO MAIN-110-EXIT
           END-IF.
           MOVE LM-LOAN-LEFT      TO WK-LEFT-INT.
           ADD  1                 TO WK-ACCRUE-COUNT.
           ADD  WK-ACCRUAL        TO WK-TOT-ACCRUAL.
           ADD  WK-LEFT-INT       TO WK-TOT-LEFT.
           MOVE LM-INTEREST-RATE  TO WK-RATE-INT.
           COMPUTE WK-BAND-IDX = WK-RATE-INT + 1.
           ADD  1           TO WK-BN-COUNT(WK-BAND-IDX).
           ADD  WK-LEFT-INT TO WK-BN-LEFT(WK-BAND-IDX).
           ADD  WK-ACCRUAL  TO WK-BN-ACCRUAL(WK-BAND-IDX).
           MOVE LM-LOAN-NO        TO WK-AL-LOAN-NO.
           MOVE LM-BORROWER-ID    TO WK-AL-BORROWER.
           MOVE LM-STATUS         TO WK-AL-STATUS.
           MOVE LM-INTEREST-RATE  TO WK-AL-RATE.
           MOVE WK-LEFT-INT       TO WK-AL-LEFT.
           MOVE WK-ACCRUE-FROM    TO WK-AL-FROM.
           MOVE WK-ACCRUE-DAYS    TO WK-AL-DAYS.
           MOVE WK-ACCRUAL        TO WK-AL-ACCRUAL.
           MOVE WK-AC-LINE        TO AC-PRINT-LINE.
           WRITE AC-PRINT-LINE.
       MAIN-110-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    利率帯別の小計と合計の印字（件数ゼロの帯は印字しない）。
      *    合計は仕訳の計上額と一致する
      *----------------------------------------------------------------
       MAIN-300-BANDS.
           MOVE SPACES            TO AC-PRINT-LINE.
           WRITE AC-PRINT-LINE.
           MOVE WK-AC-BAND-TITLE  TO AC-PRINT-LINE.
           WRITE AC-PRINT-LINE.
           MOVE WK-AC-BAND-COLHDR TO AC-PRINT-LINE.
           WRITE AC-PRINT-LINE.
           PERFORM MAIN-310-BAND-LINE THRU MAIN-310-EXIT
                   VARYING WK-BAND-IDX FROM 1 BY 1
                   UNTIL WK-BAND-IDX > 100.
           MOVE WK-ACCRUE-COUNT   TO WK-TL-COUNT.
           MOVE WK-TOT-LEFT       TO WK-TL-LEFT.
           MOVE WK-TOT-ACCRUAL    TO WK-TL-ACCRUAL.
           MOVE WK-AC-TOTAL-LINE  TO AC-PRINT-LINE.
           WRITE AC-PRINT-LINE.
       MAIN-300-EXIT.
           EXIT.
      *
       MAIN-310-BAND-LINE.
           IF WK-BN-COUNT(WK-BAND-IDX) = ZERO
              GO TO MAIN-310-EXIT
           END-IF.
           COMPUTE WK-BL-LOW = WK-BAND-IDX - 1.
           COMPUTE WK-BL-HIGH = WK-BAND-IDX - 1.
           MOVE WK-BN-COUNT(WK-BAND-IDX)   TO WK-BL-COUNT.
           MOVE WK-BN-LEFT(WK-BAND-IDX)    TO WK-BL-LEFT.
           MOVE WK-BN-ACCRUAL(WK-BAND-IDX) TO WK-BL-ACCRUAL.
           MOVE WK-AC-BAND-LINE            TO AC-PRINT-LINE.
           WRITE AC-PRINT-LINE.
       MAIN-310-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    仕訳の書出し。計上（月末日付け：未収利息／受取利息）と
      *    振戻し（翌月第1営業日付け：受取利息／未収利息）の 4行
      *    と、末尾のコントロール。計上額ゼロの月は仕訳行を書かず
      *    コントロールだけを置く
      *----------------------------------------------------------------
       MAIN-400-JOURNAL.
           MOVE WK-MONTH-END     TO WK-LINE-DATE.
           MOVE "1210"           TO WK-LINE-ACCOUNT.
           MOVE "未収利息"       TO WK-LINE-NAME.
           MOVE WK-TOT-ACCRUAL   TO WK-LINE-DEBIT.
           MOVE ZERO             TO WK-LINE-CREDIT.
           PERFORM MAIN-410-LINE THRU MAIN-410-EXIT.
           MOVE "4010"           TO WK-LINE-ACCOUNT.
           MOVE "受取利息"       TO WK-LINE-NAME.
           MOVE ZERO             TO WK-LINE-DEBIT.
           MOVE WK-TOT-ACCRUAL   TO WK-LINE-CREDIT.
           PERFORM MAIN-410-LINE THRU MAIN-410-EXIT.
           MOVE WK-REVERSE-DATE  TO WK-LINE-DATE.
           MOVE "4010"           TO WK-LINE-ACCOUNT.
           MOVE "受取利息"       TO WK-LINE-NAME.
           MOVE WK-TOT-ACCRUAL   TO WK-LINE-DEBIT.
           MOVE ZERO             TO WK-LINE-CREDIT.
           PERFORM MAIN-410-LINE THRU MAIN-410-EXIT.
           MOVE "1210"           TO WK-LINE-ACCOUNT.
           MOVE "未収利息"       TO WK-LINE-NAME.
           MOVE ZERO             TO WK-LINE-DEBIT.
           MOVE WK-TOT-ACCRUAL   TO WK-LINE-CREDIT.
           PERFORM MAIN-410-LINE THRU MAIN-410-EXIT.
           MOVE "C"              TO GL-CT-RECORD-TYPE.
           MOVE WK-MONTH-END     TO GL-CT-RUN-DATE.
           MOVE WK-DEBIT-TOTAL   TO GL-CT-DEBIT-TOTAL.
           MOVE WK-CREDIT-TOTAL  TO GL-CT-CREDIT-TOTAL.
           MOVE ZERO             TO GL-CT-PRINCIPAL-MOVE.
           WRITE GL-CONTROL-RECORD.
       MAIN-400-EXIT.
           EXIT.
      *
       MAIN-410-LINE.
           IF WK-LINE-DEBIT = ZERO AND WK-LINE-CREDIT = ZERO
              GO TO MAIN-410-EXIT
           END-IF.
           MOVE "J"              TO GL-RECORD-TYPE.
           MOVE WK-LINE-DATE     TO GL-RUN-DATE.
           MOVE WK-LINE-ACCOUNT  TO GL-ACCOUNT-CODE.
           MOVE WK-LINE-NAME     TO GL-ACCOUNT-NAME.
           MOVE WK-LINE-DEBIT    TO GL-DEBIT.
           MOVE WK-LINE-CREDIT   TO GL-CREDIT.
           WRITE GL-JOURNAL-RECORD.
           ADD  WK-LINE-DEBIT    TO WK-DEBIT-TOTAL.
           ADD  WK-LINE-CREDIT   TO WK-CREDIT-TOTAL.
       MAIN-410-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    終了処理
      *----------------------------------------------------------------
       MAIN-900-CLOSE.
           CLOSE LOAN-MASTER-FILE ACCRUAL-JE-FILE ACCRUAL-LIST-FILE.
       MAIN-900-EXIT.
           EXIT.
      *--------------------<< END OF PROGRAM >>-----------------------*
