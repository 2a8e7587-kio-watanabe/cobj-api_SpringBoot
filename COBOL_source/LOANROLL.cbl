      *                     マスタへ控え、正常化・一括回収の消込で
      *                     延滞充当仮受の取崩しとして利息収入へ
      *                     振り替えるようにした
      *    2026/10/15  TSH  完済見積による清算を追加。入金の届いた
      *                     契約に、清算予定日が営業日以前で有効期限
      *                     内の未使用の見積（LOANQUOT）があれば、
      *                     見積額どおりの入金で残債・経過利息・延滞
      *                     額・損害金・未払利息を清算して完済へ落と
      *                     し、異動記録を書く。見積額と合わない過大
      *                     入金は完済入金例外一覧（LOANPOEX）へ載せ
      *                     て保留（理由5）で預かる（請求額に満たない
      *                     入金は通常の充当）。清算に使った見積
      *                     は終了時に使用済みの印を書き戻す
      *    2026/10/15  TSH  マスタに借入人ID の副キー（重複あり）
      *                     の定義を追加
      *    2026/10/15  TSH  取引履歴（LOANTHIS）への追記を追加。
      *                     消込・一部入金の充当・保留・未入金・
      *                     遅延損害金・期限の利益喪失・一括回収・
      *                     完済見積清算を 1件ずつ残す。再開時は
      *                     処理し直す契約の当営業日分を消してから
      *                     書き直す
      *    2026/10/15  TSH  見積の使用済みの印を書き戻せなかったとき
      *                     は条件コード 8 とし、繰越完了にしない
      *                     （同じ見積で二度清算しないよう、LOANRBKO
      *                     で復旧してから再実行する）
      *----------------------------------------------------------------
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
                                      ORGANIZATION INDEXED
                                      ACCESS SEQUENTIAL
                                      RECORD KEY LM-LOAN-NO
                                      ALTERNATE KEY LM-BORROWER-ID
                                          WITH DUPLICATES
                                      FILE STATUS WK-MASTER-STATUS.
           SELECT RECEIPT-FILE       ASSIGN TO "LOANPAY"
                                      ORGANIZATION SEQUENTIAL
                                      ACCESS RANDOM
                                      RECORD KEY BM-BORROWER-ID
                                      FILE STATUS WK-BORR-STATUS.
           SELECT QUOTE-FILE         ASSIGN TO "LOANQUOT"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-QUOTE-STATUS.
           SELECT PAYOFF-EXC-FILE    ASSIGN TO "LOANPOEX"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-POEX-STATUS.
           SELECT TRAN-HIST-FILE     ASSIGN TO "LOANTHIS"
                                      ORGANIZATION INDEXED
                                      ACCESS DYNAMIC
                                      RECORD KEY TH-KEY
                                      FILE STATUS WK-THIS-STATUS.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
      *
       FD  BORR-MASTER-FILE.
           COPY "BORRMAST".
      *
       FD  QUOTE-FILE.
           COPY "LOANQUOT".
      *
       FD  PAYOFF-EXC-FILE.
       01  PE-PRINT-LINE            PIC X(80).
      *
       FD  TRAN-HIST-FILE.
           COPY "LOANTHIS".
      *
       WORKING-STORAGE         SECTION.
       01  WK-MASTER-STATUS    PIC X(02).
           05  WK-DN-PERIODS       PIC ZZZ9.
           05  FILLER              PIC X(52)  VALUE SPACES.
      *----------------------------------------------------------------
      *    完済見積の突合用の作業項目。見積ファイルのうち未使用で、
      *    清算予定日が営業日以前かつ有効期限が営業日以後の見積だけ
      *    をファイル上の位置（読込み順）とともにテーブルへ控える。
      *    同じ契約に複数あれば見積日の新しいもの（同日なら後の
      *    もの）を使う。清算に使った見積は終了時に見積ファイルへ
      *    使用済みの印を書き戻す
      *----------------------------------------------------------------
       01  WK-QUOTE-STATUS     PIC X(02).
       01  WK-QUOTE-EOF-SW     PIC X(01)            VALUE "N".
           88  WK-QUOTE-EOF                         VALUE "Y".
       01  WK-QUOTE-READS      PIC 9(07)            VALUE ZERO.
       01  WK-QT-MAX           PIC 9(05)            VALUE 5000.
       01  WK-QT-COUNT         PIC 9(05)            VALUE ZERO.
       01  WK-QT-SUB           PIC 9(05).
       01  WK-QT-HIT           PIC 9(05)            VALUE ZERO.
       01  WK-QT-USED-COUNT    PIC 9(07)            VALUE ZERO.
       01  WK-QT-MATCH-SW      PIC X(01)            VALUE "N".
           88  WK-QT-MATCH                          VALUE "Y".
       01  WK-QT-MARK-ERR-SW   PIC X(01)            VALUE "N".
           88  WK-QT-MARK-ERR                       VALUE "Y".
       01  WK-QT-TABLE-AREA.
           05  WK-QT-ENTRY     OCCURS 5000 TIMES.
               10  WK-QT-SEQ        PIC 9(07).
               10  WK-QT-LOAN-NO    PIC 9(09).
               10  WK-QT-QUOTE-DATE PIC 9(08).
               10  WK-QT-TOTAL      PIC 9(09).
               10  WK-QT-USED-SW    PIC X(01).
       01  WK-PAYOFF-COUNT     PIC 9(07)            VALUE ZERO.
       01  WK-POEX-COUNT       PIC 9(07)            VALUE ZERO.
       01  WK-POEX-STATUS      PIC X(02).
      *----------------------------------------------------------------
      *    完済入金例外一覧の編集行（見積額との過不足を印字する）
      *----------------------------------------------------------------
       01  WK-POEX-HEADER      PIC X(46)  VALUE
           "LOANROLL 完済入金 例外一覧".
       01  WK-POEX-COLHDR      PIC X(78) VALUE
           "ローン番号 日付 入金額 見積額 差額 区分".
       01  WK-POEX-LINE.
           05  WK-PE-LOAN-NO       PIC 9(09).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-PE-PAY-DATE      PIC 9(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-PE-RECEIPT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-PE-QUOTE         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-PE-DIFF          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-PE-KIND          PIC X(06).
           05  FILLER              PIC X(19)  VALUE SPACES.
      *----------------------------------------------------------------
      *    取引履歴の書出し用の作業項目。連番は書くたびに 1 から
      *    試し、同じ契約・計上日の既存分（繰越前の振替不能など）
      *    と重なれば次の番号で書き直す。再開時の消し直しは処理
      *    し直す契約の当営業日・LOANROLL 分だけを対象にする
      *----------------------------------------------------------------
       01  WK-THIS-STATUS      PIC X(02).
       01  WK-TH-SEQ           PIC 9(05).
       01  WK-TH-TYPE          PIC X(02).
       01  WK-TH-OLD-ARREARS   PIC 9(09).
       01  WK-TH-COUNT         PIC 9(07)            VALUE ZERO.
       01  WK-TH-PURGE-COUNT   PIC 9(07)            VALUE ZERO.
       01  WK-TH-SCAN-EOF-SW   PIC X(01)            VALUE "N".
           88  WK-TH-SCAN-EOF                       VALUE "Y".
      *----------------------------------------------------------------
      *    金利改定適用用の作業項目
      *----------------------------------------------------------------
       01  WK-RATE-STATUS      PIC X(02).
           DISPLAY "LOANROLL 督促件数  = " WK-DUNNING-COUNT.
           DISPLAY "LOANROLL 加速件数  = " WK-ACCEL-COUNT.
           DISPLAY "LOANROLL 回収件数  = " WK-RECOVER-COUNT.
           DISPLAY "LOANROLL 完済清算  = " WK-PAYOFF-COUNT.
           DISPLAY "LOANROLL 完済例外  = " WK-POEX-COUNT.
           DISPLAY "LOANROLL 履歴件数  = " WK-TH-COUNT.
           IF WK-RESTART
              DISPLAY "LOANROLL 履歴消去  = " WK-TH-PURGE-COUNT
           END-IF.
           GOBACK.
      *----------------------------------------------------------------
      *    初期化・ファイル オープン
                      WK-DUNL-STATUS
              GOBACK
           END-IF.
           IF WK-RESTART
              OPEN EXTEND PAYOFF-EXC-FILE
           ELSE
              OPEN OUTPUT PAYOFF-EXC-FILE
           END-IF.
           IF WK-POEX-STATUS NOT = "00"
              DISPLAY "LOANROLL E017 完済例外 オープン失敗 "
                      WK-POEX-STATUS
              GOBACK
           END-IF.
           IF NOT WK-RESTART
              MOVE WK-POEX-HEADER TO PE-PRINT-LINE
              WRITE PE-PRINT-LINE
              MOVE WK-POEX-COLHDR TO PE-PRINT-LINE
              WRITE PE-PRINT-LINE
           END-IF.
      *        取引履歴は夜をまたいで持ち続ける恒久ファイル。初回
      *        だけ空で作成してから入出力モードで開き直す
           OPEN I-O TRAN-HIST-FILE.
           IF WK-THIS-STATUS = "35"
              OPEN OUTPUT TRAN-HIST-FILE
              CLOSE TRAN-HIST-FILE
              OPEN I-O TRAN-HIST-FILE
           END-IF.
           IF WK-THIS-STATUS NOT = "00"
              DISPLAY "LOANROLL E020 取引履歴 オープン失敗 "
                      WK-THIS-STATUS
              GOBACK
           END-IF.
           PERFORM MAIN-030-LOAD-QUOTE THRU MAIN-030-EXIT.
           PERFORM MAIN-020-READ THRU MAIN-020-EXIT.
           PERFORM MAIN-025-READ-RECEIPT THRU MAIN-025-EXIT.
           PERFORM MAIN-026-READ-RATE THRU MAIN-026-EXIT.
       MAIN-026-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    完済見積の読込み。見積ファイルが無ければ（見積が 1件も
      *    作られていない）突合する見積なしとして続ける。対象の
      *    見積だけをファイル上の位置付きでテーブルへ控える
      *----------------------------------------------------------------
       MAIN-030-LOAD-QUOTE.
           OPEN INPUT QUOTE-FILE.
           IF WK-QUOTE-STATUS NOT = "00"
              DISPLAY "LOANROLL I003 見積ファイルなし"
              GO TO MAIN-030-EXIT
           END-IF.
           MOVE "N" TO WK-QUOTE-EOF-SW.
           PERFORM MAIN-031-QUOTE-ONE THRU MAIN-031-EXIT
                   UNTIL WK-QUOTE-EOF.
           CLOSE QUOTE-FILE.
       MAIN-030-EXIT.
           EXIT.
      *
       MAIN-031-QUOTE-ONE.
           READ QUOTE-FILE
               AT END
                   SET WK-QUOTE-EOF TO TRUE
                   GO TO MAIN-031-EXIT
           END-READ.
           ADD 1 TO WK-QUOTE-READS.
           IF QT-USED
              OR QT-SETTLE-DATE > WK-LK-RUN-DATE
              OR QT-EXPIRY-DATE < WK-LK-RUN-DATE
              GO TO MAIN-031-EXIT
           END-IF.
           IF WK-QT-COUNT >= WK-QT-MAX
              DISPLAY "LOANROLL E018 完済見積 上限超過"
              GOBACK
           END-IF.
           ADD  1              TO WK-QT-COUNT.
           MOVE WK-QUOTE-READS TO WK-QT-SEQ(WK-QT-COUNT).
           MOVE QT-LOAN-NO     TO WK-QT-LOAN-NO(WK-QT-COUNT).
           MOVE QT-QUOTE-DATE  TO WK-QT-QUOTE-DATE(WK-QT-COUNT).
           MOVE QT-TOTAL       TO WK-QT-TOTAL(WK-QT-COUNT).
           MOVE "N"            TO WK-QT-USED-SW(WK-QT-COUNT).
       MAIN-031-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    1件分の繰越処理。マスタ番号より小さい入金は対象なしで
      *    保留へ落としてから、状態に応じて消込・繰越を行う。入金の
      *    届いた稼働中・延滞中・喪失中の契約に対象の見積があり、
      *    入金額が見積額と一致すれば、繰越に代えて完済を清算する
      *----------------------------------------------------------------
       MAIN-100-PROCESS.
           ADD  1 TO WK-LOAN-COUNT.
              PERFORM MAIN-020-READ THRU MAIN-020-EXIT
              GO TO MAIN-100-EXIT
           END-IF.
      *        再開時、処理し直す契約は中断した実行が書きかけた
      *        当営業日の取引履歴を消してから処理する（書戻し前に
      *        中断した契約の履歴が二重にならないように）
           IF WK-RESTART
              PERFORM MAIN-190-TH-PURGE THRU MAIN-190-EXIT
           END-IF.
           MOVE LM-LOAN-LEFT TO WK-LEFT-INT.
           ADD  WK-LEFT-INT  TO WK-GRAND-OPEN.
           PERFORM MAIN-130-ORPHAN THRU MAIN-130-EXIT
           PERFORM MAIN-026-READ-RATE THRU MAIN-026-EXIT
                   UNTIL WK-RATE-EOF
                      OR WK-RATE-KEY NOT < LM-LOAN-NO.
           MOVE ZERO TO WK-QT-HIT.
           MOVE "N"  TO WK-QT-MATCH-SW.
           IF NOT WK-RECEIPT-EOF AND WK-RECEIPT-KEY = LM-LOAN-NO
              AND (LM-ACTIVE OR LM-DELINQUENT OR LM-ACCELERATED)
              PERFORM MAIN-182-QUOTE-FIND THRU MAIN-182-EXIT
              IF WK-QT-HIT > ZERO
                 IF LP-AMOUNT = WK-QT-TOTAL(WK-QT-HIT)
                    SET WK-QT-MATCH TO TRUE
                 END-IF
              END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WK-QT-MATCH
                   PERFORM MAIN-180-PAYOFF THRU MAIN-180-EXIT
               WHEN LM-ACTIVE OR LM-DELINQUENT
                   COMPUTE WK-REMAIN-PERIODS
                         = LM-PERIODS - LM-PERIODS-DONE
           ELSE
              ADD WK-LEFT-INT            TO WK-GRAND-OPEN
           END-IF.
      *        前回の実行が完済を清算した契約は、見積の使用済みの
      *        印が書き戻される前に中断しているため、ここで印を
      *        付け直す（完済済みなので二度目の清算は起きない）
           IF WK-RJ-FOUND AND LM-PAID-OFF
              PERFORM MAIN-182-QUOTE-FIND THRU MAIN-182-EXIT
              IF WK-QT-HIT > ZERO
                 MOVE "Y" TO WK-QT-USED-SW(WK-QT-HIT)
                 ADD  1   TO WK-QT-USED-COUNT
              END-IF
           END-IF.
       MAIN-105-EXIT.
           EXIT.
      *----------------------------------------------------------------
                 COMPUTE WK-LATE-CHARGE ROUNDED = WK-LATE-WORK
              END-IF
              ADD WK-LATE-CHARGE TO LM-LATE-CHARGE
              PERFORM MAIN-192-TH-LATE THRU MAIN-192-EXIT
           END-IF.
      *        延滞が残り全期間に達している場合、今夜新たに期日を
      *        迎える回はない（請求は延滞分と損害金だけ）。据置き
      *        過少入金は保留に落とさず債権へ充当する（充当順は
      *        遅延損害金→延滞額→今回分）。過大入金だけを保留へ
      *        落とす
      *        完済見積のある契約で見積額とも請求額とも合わない
      *        過大入金は、保留（理由2）にせず完済入金例外へ回す
      *        （請求額に満たない入金は見積があっても通常の充当）
           IF NOT WK-RECEIPT-EOF AND WK-RECEIPT-KEY = LM-LOAN-NO
              EVALUATE TRUE
                  WHEN LP-AMOUNT = WK-DUE-TOTAL
                      PERFORM MAIN-120-POST THRU MAIN-120-EXIT
                  WHEN WK-QT-HIT > ZERO
                   AND LP-AMOUNT > WK-DUE-TOTAL
                      PERFORM MAIN-185-PAYOFF-EXC THRU MAIN-185-EXIT
                      PERFORM MAIN-140-MISS THRU MAIN-140-EXIT
                  WHEN LP-AMOUNT < WK-DUE-TOTAL
                      PERFORM MAIN-128-PARTIAL THRU MAIN-128-EXIT
                  WHEN OTHER
                      MOVE 2 TO WK-SUSP-REASON
                      PERFORM MAIN-145-SUSPENSE THRU MAIN-145-EXIT
                      PERFORM MAIN-140-MISS THRU MAIN-140-EXIT
              END-EVALUATE
              PERFORM MAIN-135-CONSUME THRU MAIN-135-EXIT
           ELSE
              PERFORM MAIN-140-MISS THRU MAIN-140-EXIT
           MOVE LM-LATE-CHARGE  TO WK-MV-OLD-LATE.
           MOVE LM-DEFERRED-INT TO WK-MV-OLD-DEFER.
           MOVE LM-PARTIAL-RECV TO WK-MV-OLD-PARTIAL.
           MOVE LM-ARREARS-AMOUNT TO WK-TH-OLD-ARREARS.
           IF LM-IO-MONTHS-LEFT > ZERO
              PERFORM MAIN-122-IO-POST THRU MAIN-122-EXIT
           ELSE
           MOVE WK-MV-INT TO MV-INTEREST.
           WRITE MV-DETAIL-RECORD.
           ADD  1 TO WK-MOVE-COUNT.
           PERFORM MAIN-194-TH-CLEAR THRU MAIN-194-EXIT.
           MOVE "RP"              TO TH-TRAN-TYPE.
           MOVE LP-PAY-DATE       TO TH-VALUE-DATE.
           MOVE LP-AMOUNT         TO TH-AMOUNT.
           MOVE WK-MV-PRIN        TO TH-PRINCIPAL.
           MOVE WK-MV-INT         TO TH-INTEREST.
           MOVE WK-MV-OLD-LATE    TO TH-LATE-CHARGE.
           MOVE WK-TH-OLD-ARREARS TO TH-ARREARS.
           PERFORM MAIN-195-TH-WRITE THRU MAIN-195-EXIT.
       MAIN-127-EXIT.
           EXIT.
      *----------------------------------------------------------------
           SET LM-DELINQUENT TO TRUE.
           ADD 1 TO WK-DELINQ-COUNT.
           ADD 1 TO WK-PARTIAL-COUNT.
      *        取引履歴は充当（入金）と不足分の延滞計上を別の
      *        取引として残す
           PERFORM MAIN-194-TH-CLEAR THRU MAIN-194-EXIT.
           MOVE "PA"               TO TH-TRAN-TYPE.
           MOVE LP-PAY-DATE        TO TH-VALUE-DATE.
           MOVE LP-AMOUNT          TO TH-AMOUNT.
           MOVE WK-APPLIED-LATE    TO TH-LATE-CHARGE.
           COMPUTE TH-ARREARS
                 = WK-APPLIED-ARREARS + WK-APPLIED-DUE.
           PERFORM MAIN-195-TH-WRITE THRU MAIN-195-EXIT.
           IF WK-DUE-TONIGHT > ZERO
              ADD WK-ALLOC-SHORT TO LM-ARREARS-AMOUNT
              ADD 1              TO LM-ARREARS-PERIODS
              MOVE WK-ALLOC-SHORT TO WK-TH-OLD-ARREARS
              PERFORM MAIN-193-TH-MISS THRU MAIN-193-EXIT
              PERFORM MAIN-154-ESCALATE THRU MAIN-154-EXIT
           END-IF.
           MOVE LM-LOAN-NO         TO AL-LOAN-NO.
           IF WK-DUE-TONIGHT > ZERO
              ADD WK-DUE-TONIGHT TO LM-ARREARS-AMOUNT
              ADD 1              TO LM-ARREARS-PERIODS
              MOVE WK-DUE-TONIGHT TO WK-TH-OLD-ARREARS
              PERFORM MAIN-193-TH-MISS THRU MAIN-193-EXIT
              PERFORM MAIN-154-ESCALATE THRU MAIN-154-EXIT
           END-IF.
       MAIN-140-EXIT.
           MOVE LP-AMOUNT      TO MV-SUSP-IN.
           WRITE MV-DETAIL-RECORD.
           ADD 1 TO WK-MOVE-COUNT.
      *        処理中の契約への入金の保留だけを取引履歴へ残す。
      *        対象なし（理由4）はマスタの契約に結び付かない
           IF WK-SUSP-REASON NOT = 4
              PERFORM MAIN-194-TH-CLEAR THRU MAIN-194-EXIT
              MOVE "SU"           TO TH-TRAN-TYPE
              MOVE LP-PAY-DATE    TO TH-VALUE-DATE
              MOVE LP-AMOUNT      TO TH-AMOUNT
              MOVE WK-SUSP-REASON TO TH-NOTE
              PERFORM MAIN-195-TH-WRITE THRU MAIN-195-EXIT
           END-IF.
       MAIN-145-EXIT.
           EXIT.
      *----------------------------------------------------------------
           IF LM-ARREARS-PERIODS NOT < WK-ACCEL-THRESHOLD
              SET LM-ACCELERATED TO TRUE
              ADD 1 TO WK-ACCEL-COUNT
              PERFORM MAIN-194-TH-CLEAR THRU MAIN-194-EXIT
              MOVE "AC" TO TH-TRAN-TYPE
              PERFORM MAIN-195-TH-WRITE THRU MAIN-195-EXIT
              DISPLAY "LOANROLL I002 ローン番号 " LM-LOAN-NO
                      " 期限の利益喪失"
           END-IF.
              COMPUTE WK-LATE-CHARGE ROUNDED = WK-LATE-WORK
           END-IF.
           ADD WK-LATE-CHARGE TO LM-LATE-CHARGE.
           PERFORM MAIN-192-TH-LATE THRU MAIN-192-EXIT.
           MOVE ZERO TO WK-DUE-TONIGHT.
           COMPUTE WK-DUE-TOTAL
                 = WK-LEFT-INT + LM-ARREARS-AMOUNT
                   + LM-LATE-CHARGE + LM-DEFERRED-INT.
           IF NOT WK-RECEIPT-EOF AND WK-RECEIPT-KEY = LM-LOAN-NO
              EVALUATE TRUE
                  WHEN LP-AMOUNT = WK-DUE-TOTAL
                      PERFORM MAIN-175-RECOVER THRU MAIN-175-EXIT
                  WHEN WK-QT-HIT > ZERO
                      PERFORM MAIN-185-PAYOFF-EXC THRU MAIN-185-EXIT
                  WHEN LP-AMOUNT < WK-DUE-TOTAL
                      MOVE 1 TO WK-SUSP-REASON
                      PERFORM MAIN-145-SUSPENSE THRU MAIN-145-EXIT
                  WHEN OTHER
                      MOVE 2 TO WK-SUSP-REASON
                      PERFORM MAIN-145-SUSPENSE THRU MAIN-145-EXIT
              END-EVALUATE
              PERFORM MAIN-135-CONSUME THRU MAIN-135-EXIT
           END-IF.
      *        回収待ちの契約は延滞一覧（回収キュー）へ毎晩載せる
      *    して認識し、過去の充当（仮受）累計も併せて取り崩す
      *----------------------------------------------------------------
       MAIN-175-RECOVER.
           MOVE LM-ARREARS-AMOUNT TO WK-TH-OLD-ARREARS.
           MOVE LM-LATE-CHARGE    TO WK-MV-OLD-LATE.
           MOVE "D"              TO MV-RECORD-TYPE.
           MOVE LM-LOAN-NO       TO MV-LOAN-NO.
           MOVE WK-LK-RUN-DATE   TO MV-RUN-DATE.
                         LM-PARTIAL-RECV.
           SET  LM-PAID-OFF TO TRUE.
           ADD  1 TO WK-RECOVER-COUNT.
           MOVE "RV" TO WK-TH-TYPE.
           PERFORM MAIN-197-TH-SETTLE THRU MAIN-197-EXIT.
       MAIN-175-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    完済見積による清算。見積額どおりの入金で残元金・延滞額・
      *    損害金・未払利息を全額清算して完済へ落とし、異動記録へ
      *    内訳を残す（MAIN-175-RECOVER と同じ組み方。経過利息と
      *    延滞分の利息は入金額＋取崩しから他の内訳を引いた残余の
      *    利息収入になる）。今夜の繰越・損害金の計上は行わない
      *----------------------------------------------------------------
       MAIN-180-PAYOFF.
           MOVE LM-LOAN-RECORD TO WK-JR-SAVE-IMAGE.
           MOVE LM-LOAN-LEFT   TO WK-JR-SAVE-LEFT.
           MOVE LM-LOAN-LEFT   TO WK-LEFT-INT.
           MOVE LM-ARREARS-AMOUNT TO WK-TH-OLD-ARREARS.
           MOVE LM-LATE-CHARGE    TO WK-MV-OLD-LATE.
           MOVE "D"              TO MV-RECORD-TYPE.
           MOVE LM-LOAN-NO       TO MV-LOAN-NO.
           MOVE WK-LK-RUN-DATE   TO MV-RUN-DATE.
           MOVE LP-AMOUNT        TO MV-CASH.
           MOVE WK-LEFT-INT      TO MV-PRINCIPAL.
           MOVE LM-LATE-CHARGE   TO MV-LATE-CHARGE.
           MOVE LM-DEFERRED-INT  TO MV-DEFER-COLLECT.
           MOVE LM-PARTIAL-RECV  TO MV-ARREARS-RELEASE.
           MOVE ZERO             TO MV-ARREARS-RECV
                                     MV-DEFER-ACCRUE
                                     MV-SUSP-IN
                                     MV-SUSP-OUT
                                     MV-SUSP-WOFF.
           COMPUTE WK-MV-INT
                 = LP-AMOUNT + LM-PARTIAL-RECV
                   - WK-LEFT-INT - LM-LATE-CHARGE
                   - LM-DEFERRED-INT.
           MOVE WK-MV-INT        TO MV-INTEREST.
           WRITE MV-DETAIL-RECORD.
           ADD  1 TO WK-MOVE-COUNT.
           MOVE ZERO TO LM-LOAN-LEFT
                         LM-ARREARS-AMOUNT
                         LM-ARREARS-PERIODS
                         LM-LATE-CHARGE
                         LM-DEFERRED-INT
                         LM-PARTIAL-RECV.
           SET  LM-PAID-OFF TO TRUE.
           MOVE "Y" TO WK-QT-USED-SW(WK-QT-HIT).
           ADD  1   TO WK-QT-USED-COUNT.
           ADD  1   TO WK-PAYOFF-COUNT.
           MOVE "PO" TO WK-TH-TYPE.
           PERFORM MAIN-197-TH-SETTLE THRU MAIN-197-EXIT.
           DISPLAY "LOANROLL I004 ローン番号 " LM-LOAN-NO
                   " 完済見積により清算".
           PERFORM MAIN-135-CONSUME THRU MAIN-135-EXIT.
           PERFORM MAIN-119-JOURNAL THRU MAIN-119-EXIT.
           REWRITE LM-LOAN-RECORD.
       MAIN-180-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    この契約の対象見積を探す（見つからなければ WK-QT-HIT
      *    はゼロ）
      *----------------------------------------------------------------
       MAIN-182-QUOTE-FIND.
           MOVE ZERO TO WK-QT-HIT.
           PERFORM MAIN-183-QUOTE-CHECK THRU MAIN-183-EXIT
                   VARYING WK-QT-SUB FROM 1 BY 1
                   UNTIL WK-QT-SUB > WK-QT-COUNT.
       MAIN-182-EXIT.
           EXIT.
      *
       MAIN-183-QUOTE-CHECK.
           IF WK-QT-LOAN-NO(WK-QT-SUB) NOT = LM-LOAN-NO
              OR WK-QT-USED-SW(WK-QT-SUB) = "Y"
              GO TO MAIN-183-EXIT
           END-IF.
           IF WK-QT-HIT = ZERO
              MOVE WK-QT-SUB TO WK-QT-HIT
              GO TO MAIN-183-EXIT
           END-IF.
           IF WK-QT-QUOTE-DATE(WK-QT-SUB)
              NOT < WK-QT-QUOTE-DATE(WK-QT-HIT)
              MOVE WK-QT-SUB TO WK-QT-HIT
           END-IF.
       MAIN-183-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    完済入金例外 1件。見積額との過不足を例外一覧へ印字し、
      *    入金は見積額を期待額とした保留（理由5）で預かる（保留
      *    管理で再呈示・返金の処分ができるようにする）
      *----------------------------------------------------------------
       MAIN-185-PAYOFF-EXC.
           MOVE LM-LOAN-NO               TO WK-PE-LOAN-NO.
           MOVE LP-PAY-DATE              TO WK-PE-PAY-DATE.
           MOVE LP-AMOUNT                TO WK-PE-RECEIPT.
           MOVE WK-QT-TOTAL(WK-QT-HIT)   TO WK-PE-QUOTE.
           IF LP-AMOUNT < WK-QT-TOTAL(WK-QT-HIT)
              COMPUTE WK-PE-DIFF = WK-QT-TOTAL(WK-QT-HIT) - LP-AMOUNT
              MOVE "不足"                TO WK-PE-KIND
           ELSE
              COMPUTE WK-PE-DIFF = LP-AMOUNT - WK-QT-TOTAL(WK-QT-HIT)
              MOVE "超過"                TO WK-PE-KIND
           END-IF.
           MOVE WK-POEX-LINE             TO PE-PRINT-LINE.
           WRITE PE-PRINT-LINE.
           ADD  1 TO WK-POEX-COUNT.
           MOVE 5                        TO WK-SUSP-REASON.
           MOVE WK-QT-TOTAL(WK-QT-HIT)   TO WK-DUE-TOTAL.
           PERFORM MAIN-145-SUSPENSE THRU MAIN-145-EXIT.
       MAIN-185-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    再開時の取引履歴の消し直し。この契約の当営業日の分を
      *    キー順に読み、LOANROLL が書いたものだけを消す（繰越前
      *    に振替不能処理などが書いた分は残す）
      *----------------------------------------------------------------
       MAIN-190-TH-PURGE.
           MOVE LM-LOAN-NO     TO TH-LOAN-NO.
           MOVE WK-LK-RUN-DATE TO TH-POST-DATE.
           MOVE ZERO           TO TH-SEQ.
           START TRAN-HIST-FILE KEY NOT < TH-KEY
               INVALID KEY
                   GO TO MAIN-190-EXIT
           END-START.
           MOVE "N" TO WK-TH-SCAN-EOF-SW.
           PERFORM MAIN-191-TH-PURGE-ONE THRU MAIN-191-EXIT
                   UNTIL WK-TH-SCAN-EOF.
       MAIN-190-EXIT.
           EXIT.
      *
       MAIN-191-TH-PURGE-ONE.
           READ TRAN-HIST-FILE NEXT
               AT END
                   SET WK-TH-SCAN-EOF TO TRUE
                   GO TO MAIN-191-EXIT
           END-READ.
           IF TH-LOAN-NO NOT = LM-LOAN-NO
              OR TH-POST-DATE NOT = WK-LK-RUN-DATE
              SET WK-TH-SCAN-EOF TO TRUE
              GO TO MAIN-191-EXIT
           END-IF.
           IF TH-SOURCE = "LOANROLL"
              DELETE TRAN-HIST-FILE
              IF WK-THIS-STATUS NOT = "00"
                 DISPLAY "LOANROLL E022 取引履歴 消去失敗 "
                         WK-THIS-STATUS " " LM-LOAN-NO
                 GOBACK
              END-IF
              ADD 1 TO WK-TH-PURGE-COUNT
           END-IF.
       MAIN-191-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    遅延損害金の計上 1件の取引履歴（今夜の計上額）
      *----------------------------------------------------------------
       MAIN-192-TH-LATE.
           IF WK-LATE-CHARGE = ZERO
              GO TO MAIN-192-EXIT
           END-IF.
           PERFORM MAIN-194-TH-CLEAR THRU MAIN-194-EXIT.
           MOVE "LC"           TO TH-TRAN-TYPE.
           MOVE WK-LATE-CHARGE TO TH-AMOUNT
                                   TH-LATE-CHARGE.
           PERFORM MAIN-195-TH-WRITE THRU MAIN-195-EXIT.
       MAIN-192-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    未入金（延滞計上）1件の取引履歴。金額は今夜延滞額へ
      *    積んだ額（呼出元が WK-TH-OLD-ARREARS に置く）
      *----------------------------------------------------------------
       MAIN-193-TH-MISS.
           PERFORM MAIN-194-TH-CLEAR THRU MAIN-194-EXIT.
           MOVE "MS"              TO TH-TRAN-TYPE.
           MOVE WK-TH-OLD-ARREARS TO TH-AMOUNT.
           PERFORM MAIN-195-TH-WRITE THRU MAIN-195-EXIT.
       MAIN-193-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    取引履歴の金額欄の初期化（起算日は営業日）
      *----------------------------------------------------------------
       MAIN-194-TH-CLEAR.
           MOVE SPACES         TO TH-NOTE.
           MOVE WK-LK-RUN-DATE TO TH-VALUE-DATE.
           MOVE ZERO           TO TH-AMOUNT
                                   TH-PRINCIPAL
                                   TH-INTEREST
                                   TH-LATE-CHARGE
                                   TH-ARREARS.
       MAIN-194-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    取引履歴 1件の書出し。キー・取引後の状態を埋め、連番は
      *    1 から試して重複（状態 22）なら次の番号で書き直す
      *----------------------------------------------------------------
       MAIN-195-TH-WRITE.
           MOVE LM-LOAN-NO        TO TH-LOAN-NO.
           MOVE WK-LK-RUN-DATE    TO TH-POST-DATE.
           MOVE "LOANROLL"        TO TH-SOURCE.
           MOVE LM-LOAN-LEFT      TO TH-BALANCE.
           MOVE LM-ARREARS-AMOUNT TO TH-ARREARS-AFTER.
           MOVE LM-LATE-CHARGE    TO TH-LATE-AFTER.
           MOVE LM-STATUS         TO TH-STATUS-AFTER.
           MOVE 1                 TO WK-TH-SEQ.
           MOVE WK-TH-SEQ         TO TH-SEQ.
           WRITE TH-HISTORY-RECORD.
           PERFORM MAIN-196-TH-RETRY THRU MAIN-196-EXIT
                   UNTIL WK-THIS-STATUS NOT = "22"
                      OR WK-TH-SEQ = 99999.
           IF WK-THIS-STATUS NOT = "00"
              DISPLAY "LOANROLL E021 取引履歴 書込失敗 "
                      WK-THIS-STATUS " " LM-LOAN-NO
              GOBACK
           END-IF.
           ADD 1 TO WK-TH-COUNT.
       MAIN-195-EXIT.
           EXIT.
      *
       MAIN-196-TH-RETRY.
           ADD  1         TO WK-TH-SEQ.
           MOVE WK-TH-SEQ TO TH-SEQ.
           WRITE TH-HISTORY-RECORD.
       MAIN-196-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    一括回収・完済見積清算の取引履歴。内訳は書き出した
      *    異動記録と同じ（元金は清算前の残元金、損害金・延滞額
      *    は清算前の額）
      *----------------------------------------------------------------
       MAIN-197-TH-SETTLE.
           PERFORM MAIN-194-TH-CLEAR THRU MAIN-194-EXIT.
           MOVE WK-TH-TYPE        TO TH-TRAN-TYPE.
           MOVE LP-PAY-DATE       TO TH-VALUE-DATE.
           MOVE LP-AMOUNT         TO TH-AMOUNT.
           MOVE WK-LEFT-INT       TO TH-PRINCIPAL.
           MOVE WK-MV-INT         TO TH-INTEREST.
           MOVE WK-MV-OLD-LATE    TO TH-LATE-CHARGE.
           MOVE WK-TH-OLD-ARREARS TO TH-ARREARS.
           PERFORM MAIN-195-TH-WRITE THRU MAIN-195-EXIT.
       MAIN-197-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    見積ファイルへの使用済みの印の書戻し。テーブルはファイル
      *    上の位置の昇順なので、先頭から読み直して位置の一致した
      *    見積を書き換える
      *----------------------------------------------------------------
       MAIN-910-QUOTE-MARK.
           OPEN I-O QUOTE-FILE.
           IF WK-QUOTE-STATUS NOT = "00"
              DISPLAY "LOANROLL E019 見積 書戻し失敗 "
                      WK-QUOTE-STATUS
              MOVE 8 TO RETURN-CODE
              SET  WK-QT-MARK-ERR TO TRUE
              GO TO MAIN-910-EXIT
           END-IF.
           MOVE "N"  TO WK-QUOTE-EOF-SW.
           MOVE ZERO TO WK-QUOTE-READS.
           MOVE 1    TO WK-QT-SUB.
           PERFORM MAIN-911-QUOTE-REWRITE THRU MAIN-911-EXIT
                   UNTIL WK-QUOTE-EOF.
           CLOSE QUOTE-FILE.
       MAIN-910-EXIT.
           EXIT.
      *
       MAIN-911-QUOTE-REWRITE.
           READ QUOTE-FILE
               AT END
                   SET WK-QUOTE-EOF TO TRUE
                   GO TO MAIN-911-EXIT
           END-READ.
           ADD 1 TO WK-QUOTE-READS.
           PERFORM MAIN-912-QUOTE-NEXT THRU MAIN-912-EXIT
                   UNTIL WK-QT-SUB > WK-QT-COUNT
                      OR WK-QT-SEQ(WK-QT-SUB) NOT < WK-QUOTE-READS.
           IF WK-QT-SUB > WK-QT-COUNT
              GO TO MAIN-911-EXIT
           END-IF.
           IF WK-QT-SEQ(WK-QT-SUB) = WK-QUOTE-READS
              AND WK-QT-USED-SW(WK-QT-SUB) = "Y"
              MOVE "Y"            TO QT-USED-FLAG
              MOVE WK-LK-RUN-DATE TO QT-USED-DATE
              REWRITE QT-QUOTE-RECORD
              IF WK-QUOTE-STATUS NOT = "00"
                 DISPLAY "LOANROLL E023 見積 書戻し失敗 "
                         WK-QUOTE-STATUS " ローン番号 " QT-LOAN-NO
                 MOVE 8 TO RETURN-CODE
                 SET  WK-QT-MARK-ERR TO TRUE
              END-IF
           END-IF.
       MAIN-911-EXIT.
           EXIT.
      *
       MAIN-912-QUOTE-NEXT.
           ADD 1 TO WK-QT-SUB.
       MAIN-912-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    終了処理。マスタに現れなかった残りの入金も対象なしと
      *    して保留へ落としてから閉じる
      *----------------------------------------------------------------
           CLOSE LOAN-MASTER-FILE RECEIPT-FILE
                 SUSPENSE-FILE ALLOC-FILE ARREARS-FILE
                 RATE-FILE HISTORY-FILE MOVE-FILE
                 JOURNAL-FILE DUNNING-FILE BORR-MASTER-FILE
                 PAYOFF-EXC-FILE TRAN-HIST-FILE.
           IF WK-QT-USED-COUNT > ZERO
              PERFORM MAIN-910-QUOTE-MARK THRU MAIN-910-EXIT
           END-IF.
      *        見積の印が書けなければ繰越完了にしない（後続の
      *        日次処理を止め、LOANRBKO での復旧を待つ）
           IF WK-QT-MARK-ERR
              DISPLAY "LOANROLL E024 見積の印が未反映のため"
                      " 繰越完了にしない"
              GO TO MAIN-900-EXIT
           END-IF.
           SET RC-ROLL-DONE TO TRUE.
           OPEN OUTPUT RUN-CONTROL-FILE.
           WRITE RC-RUN-CONTROL-RECORD.
