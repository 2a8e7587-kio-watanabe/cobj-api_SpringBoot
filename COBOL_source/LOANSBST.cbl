      ****************************************************************
      *                                                              *
      *         代位弁済結果の取込み（保証会社弁済による契約終了）   *
      *                                                              *
      ****************************************************************
       IDENTIFICATION          DIVISION.
      ****************************************************************
       PROGRAM-ID.             LOANSBST.
       AUTHOR.                 TOKYO-SYSTEM-HOUSE.
       DATE-WRITTEN.           2026/10/15.
      *----------------------------------------------------------------
      *    変更履歴
      *    2026/10/15  TSH  新規作成。保証会社からの代位弁済結果
      *                     （LOANSBRS）を代位弁済請求台帳（LOANSBLG）
      *                     の請求と突き合わせる。請求額どおりに弁済
      *                     された契約は残債・延滞・損害金を清算して
      *                     状態 S（代位弁済済み）で閉じ、金の動きを
      *                     異動仕訳ジャーナル（LOANMOVE 種別 G）へ
      *                     追記して GL 仕訳抽出で保証会社への債権の
      *                     移転として計上させる。拒絶・一部弁済・
      *                     超過支払・台帳との不一致は契約を変えず
      *                     に例外一覧へ印字する。当夜の繰越の後、
      *                     GL 仕訳抽出より前に走らせること
      *    2026/10/15  TSH  代位弁済で閉じた契約を取引履歴
      *                     （LOANTHIS 種別 SB）へ追記する
      *    2026/10/15  TSH  異動ジャーナルのオープン・書込みの失敗を
      *                     条件コード 8 で止める。取引履歴の延滞額
      *                     は清算した延滞額を記録する
      *----------------------------------------------------------------
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       SOURCE-COMPUTER.        OPEN-COBOL.
       OBJECT-COMPUTER.        OPEN-COBOL.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE        ASSIGN TO "LOANSBRS"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-RESULT-STATUS.
           SELECT LOAN-MASTER-FILE   ASSIGN TO "LOANMAST"
                                      ORGANIZATION INDEXED
                                      ACCESS RANDOM
                                      RECORD KEY LM-LOAN-NO
                                      ALTERNATE KEY LM-BORROWER-ID
                                          WITH DUPLICATES
                                      FILE STATUS WK-MASTER-STATUS.
           SELECT CLAIM-LEDGER-FILE  ASSIGN TO "LOANSBLG"
                                      ORGANIZATION INDEXED
                                      ACCESS RANDOM
                                      RECORD KEY SB-LOAN-NO
                                      FILE STATUS WK-LEDGER-STATUS.
           SELECT MOVE-FILE          ASSIGN TO "LOANMOVE"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-MOVE-STATUS.
           SELECT EXCEPTION-FILE     ASSIGN TO "LOANSBEX"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-EXC-STATUS.
           SELECT RUN-CONTROL-FILE   ASSIGN TO "LOANRUNC"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-RUNC-STATUS.
           SELECT TRAN-HIST-FILE     ASSIGN TO "LOANTHIS"
                                      ORGANIZATION INDEXED
                                      ACCESS RANDOM
                                      RECORD KEY TH-KEY
                                      FILE STATUS WK-THIS-STATUS.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
       FILE                    SECTION.
       FD  RESULT-FILE.
           COPY "LOANSBRS".
      *
       FD  LOAN-MASTER-FILE.
           COPY "LOANMAST".
      *
       FD  CLAIM-LEDGER-FILE.
           COPY "LOANSBLG".
      *
       FD  MOVE-FILE.
           COPY "LOANMOVE".
      *
       FD  EXCEPTION-FILE.
       01  SE-PRINT-LINE            PIC X(80).
      *
       FD  RUN-CONTROL-FILE.
           COPY "LOANRUNC".
      *
       FD  TRAN-HIST-FILE.
           COPY "LOANTHIS".
      *
       WORKING-STORAGE         SECTION.
       01  WK-RESULT-STATUS    PIC X(02).
       01  WK-MASTER-STATUS    PIC X(02).
       01  WK-LEDGER-STATUS    PIC X(02).
       01  WK-MOVE-STATUS      PIC X(02).
       01  WK-EXC-STATUS       PIC X(02).
       01  WK-RUNC-STATUS      PIC X(02).
       01  WK-THIS-STATUS      PIC X(02).
       01  WK-EOF-SW           PIC X(01)            VALUE "N".
           88  WK-EOF                               VALUE "Y".
       01  WK-BUSINESS-DATE    PIC 9(08).
       01  WK-RESULT-COUNT     PIC 9(07)            VALUE ZERO.
       01  WK-SETTLE-COUNT     PIC 9(07)            VALUE ZERO.
       01  WK-EXC-COUNT        PIC 9(07)            VALUE ZERO.
       01  WK-SETTLE-TOTAL     PIC 9(12)            VALUE ZERO.
       01  WK-LEFT-INT         PIC 9(09).
      *        清算前の延滞額（取引履歴の延滞額に記録する）
       01  WK-OLD-ARREARS      PIC 9(09).
       01  WK-TH-SEQ           PIC 9(05).
       01  WK-TH-COUNT         PIC 9(07)            VALUE ZERO.
      *----------------------------------------------------------------
      *    例外一覧の編集行
      *----------------------------------------------------------------
       01  WK-EXC-KIND         PIC X(15).
       01  WK-DIFF-WORK        PIC S9(10).
       01  WK-SE-HEADER.
           05  FILLER              PIC X(40)  VALUE
               "LOANSBST 代位弁済 例外一覧".
           05  FILLER              PIC X(10)  VALUE "営業日 ".
           05  WK-SH-DATE          PIC 9(08).
           05  FILLER              PIC X(22)  VALUE SPACES.
       01  WK-SE-COLHDR.
           05  FILLER              PIC X(40)  VALUE
               "ローン番号 請求日 請求額".
           05  FILLER              PIC X(40)  VALUE
               "支払額 差額 区分".
       01  WK-SE-LINE.
           05  WK-SL-LOAN-NO       PIC 9(09).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-SL-CLAIM-DATE    PIC 9(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-SL-CLAIM         PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-SL-PAID          PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-SL-DIFF          PIC -Z,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-SL-KIND          PIC X(15).
           05  FILLER              PIC X(03)  VALUE SPACES.
      ****************************************************************
       PROCEDURE               DIVISION.
      ****************************************************************
       HAJIME.
       MAIN-000.
           PERFORM MAIN-010-OPEN     THRU MAIN-010-EXIT.
           PERFORM MAIN-100-RESULT   THRU MAIN-100-EXIT
                   UNTIL WK-EOF.
           PERFORM MAIN-900-CLOSE    THRU MAIN-900-EXIT.
           DISPLAY "LOANSBST 結果件数  = " WK-RESULT-COUNT.
           DISPLAY "LOANSBST 弁済件数  = " WK-SETTLE-COUNT.
           DISPLAY "LOANSBST 例外件数  = " WK-EXC-COUNT.
           DISPLAY "LOANSBST 弁済額計  = " WK-SETTLE-TOTAL.
           DISPLAY "LOANSBST 履歴件数  = " WK-TH-COUNT.
           GOBACK.
      *----------------------------------------------------------------
      *    初期化・ファイル オープン。その営業日の繰越完了後にだけ
      *    走らせる（繰越の異動ジャーナルの後ろへ追記するため）
      *----------------------------------------------------------------
       MAIN-010-OPEN.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WK-RUNC-STATUS NOT = "00"
              DISPLAY "LOANSBST E001 実行管理 オープン失敗 "
                      WK-RUNC-STATUS
              GOBACK
           END-IF.
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY "LOANSBST E001 実行管理が空"
                   GOBACK
           END-READ.
           CLOSE RUN-CONTROL-FILE.
           MOVE RC-BUSINESS-DATE TO WK-BUSINESS-DATE.
           IF NOT RC-ROLL-DONE
              DISPLAY "LOANSBST E002 営業日 " RC-BUSINESS-DATE
                      " の繰越が未完了のため処理しない"
              GOBACK
           END-IF.
           OPEN INPUT RESULT-FILE.
           IF WK-RESULT-STATUS NOT = "00"
              DISPLAY "LOANSBST E003 弁済結果 オープン失敗 "
                      WK-RESULT-STATUS
              GOBACK
           END-IF.
           OPEN I-O LOAN-MASTER-FILE.
           IF WK-MASTER-STATUS NOT = "00"
              DISPLAY "LOANSBST E004 マスタ オープン失敗 "
                      WK-MASTER-STATUS
              GOBACK
           END-IF.
           OPEN I-O CLAIM-LEDGER-FILE.
           IF WK-LEDGER-STATUS NOT = "00"
              DISPLAY "LOANSBST E005 請求台帳 オープン失敗 "
                      WK-LEDGER-STATUS
              GOBACK
           END-IF.
           OPEN OUTPUT EXCEPTION-FILE.
           IF WK-EXC-STATUS NOT = "00"
              DISPLAY "LOANSBST E006 例外一覧 オープン失敗 "
                      WK-EXC-STATUS
              GOBACK
           END-IF.
           OPEN I-O TRAN-HIST-FILE.
           IF WK-THIS-STATUS = "35"
              OPEN OUTPUT TRAN-HIST-FILE
              CLOSE TRAN-HIST-FILE
              OPEN I-O TRAN-HIST-FILE
           END-IF.
           IF WK-THIS-STATUS NOT = "00"
              DISPLAY "LOANSBST E011 取引履歴 オープン失敗 "
                      WK-THIS-STATUS
              GOBACK
           END-IF.
      *        弁済は当夜の異動仕訳ジャーナルへ追記して経理へ渡す
           OPEN EXTEND MOVE-FILE.
           IF WK-MOVE-STATUS NOT = "00"
              OPEN OUTPUT MOVE-FILE
           END-IF.
           IF WK-MOVE-STATUS NOT = "00"
              DISPLAY "LOANSBST E013 異動 オープン失敗 "
                      WK-MOVE-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WK-BUSINESS-DATE TO WK-SH-DATE.
           MOVE WK-SE-HEADER     TO SE-PRINT-LINE.
           WRITE SE-PRINT-LINE.
           MOVE WK-SE-COLHDR     TO SE-PRINT-LINE.
           WRITE SE-PRINT-LINE.
       MAIN-010-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    弁済結果 1件の取込み。台帳の請求中の請求と請求日まで一致
      *    し、契約がまだ喪失中のものだけを処理する
      *----------------------------------------------------------------
       MAIN-100-RESULT.
           READ RESULT-FILE
               AT END
                   SET WK-EOF TO TRUE
                   GO TO MAIN-100-EXIT
           END-READ.
           ADD 1 TO WK-RESULT-COUNT.
           MOVE SR-LOAN-NO TO SB-LOAN-NO.
           READ CLAIM-LEDGER-FILE.
           IF WK-LEDGER-STATUS = "23"
              MOVE ZERO       TO SB-CLAIM-TOTAL
              MOVE "請求なし" TO WK-EXC-KIND
              PERFORM MAIN-800-EXC-LINE THRU MAIN-800-EXIT
              GO TO MAIN-100-EXIT
           END-IF.
           IF WK-LEDGER-STATUS NOT = "00"
              DISPLAY "LOANSBST E007 請求台帳読込失敗 "
                      WK-LEDGER-STATUS " " SR-LOAN-NO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF SB-CLAIM-DATE NOT = SR-CLAIM-DATE
              MOVE "日付不一致"   TO WK-EXC-KIND
              PERFORM MAIN-800-EXC-LINE THRU MAIN-800-EXIT
              GO TO MAIN-100-EXIT
           END-IF.
           IF NOT SB-CLAIMED
              MOVE "処理済み"     TO WK-EXC-KIND
              PERFORM MAIN-800-EXC-LINE THRU MAIN-800-EXIT
              GO TO MAIN-100-EXIT
           END-IF.
           MOVE SR-LOAN-NO TO LM-LOAN-NO.
           READ LOAN-MASTER-FILE.
           IF WK-MASTER-STATUS = "23"
              MOVE "マスタなし"   TO WK-EXC-KIND
              PERFORM MAIN-800-EXC-LINE THRU MAIN-800-EXIT
              GO TO MAIN-100-EXIT
           END-IF.
           IF WK-MASTER-STATUS NOT = "00"
              DISPLAY "LOANSBST E008 マスタ読込失敗 "
                      WK-MASTER-STATUS " " SR-LOAN-NO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
      *        請求後に借入人が全額を入れて完済になった契約など。
      *        保証会社への返金は担当者が手当てする
           IF NOT LM-ACCELERATED
              MOVE "状態不一致"   TO WK-EXC-KIND
              PERFORM MAIN-800-EXC-LINE THRU MAIN-800-EXIT
              GO TO MAIN-100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN SR-REJECTED OR SR-PAID-AMOUNT = ZERO
                   SET  SB-REJECTED TO TRUE
                   PERFORM MAIN-150-LEDGER THRU MAIN-150-EXIT
                   MOVE "拒絶"       TO WK-EXC-KIND
                   PERFORM MAIN-800-EXC-LINE THRU MAIN-800-EXIT
               WHEN NOT SR-PAID
                   MOVE "結果区分誤り" TO WK-EXC-KIND
                   PERFORM MAIN-800-EXC-LINE THRU MAIN-800-EXIT
               WHEN SR-PAID-AMOUNT < SB-CLAIM-TOTAL
                   SET  SB-PARTIAL  TO TRUE
                   PERFORM MAIN-150-LEDGER THRU MAIN-150-EXIT
                   MOVE "一部弁済"   TO WK-EXC-KIND
                   PERFORM MAIN-800-EXC-LINE THRU MAIN-800-EXIT
               WHEN SR-PAID-AMOUNT > SB-CLAIM-TOTAL
      *            超過支払は台帳を請求中のまま残し、訂正された
      *            結果を翌日以降に取り込めるようにする
                   MOVE "超過支払"   TO WK-EXC-KIND
                   PERFORM MAIN-800-EXC-LINE THRU MAIN-800-EXIT
               WHEN OTHER
                   PERFORM MAIN-200-SETTLE THRU MAIN-200-EXIT
           END-EVALUATE.
       MAIN-100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    台帳への結果の書込み（状態は呼出し元で設定する）
      *----------------------------------------------------------------
       MAIN-150-LEDGER.
           MOVE WK-BUSINESS-DATE TO SB-RESULT-DATE.
           MOVE SR-PAID-AMOUNT   TO SB-PAID-AMOUNT.
           REWRITE SB-CLAIM-RECORD.
           IF WK-LEDGER-STATUS NOT = "00"
              DISPLAY "LOANSBST E009 請求台帳書戻し失敗 "
                      WK-LEDGER-STATUS " " SB-LOAN-NO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       MAIN-150-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    弁済の成立。請求時点の内訳で異動ジャーナル（種別 G）を
      *    書き、契約の残債・延滞・損害金・未払利息を清算して
      *    代位弁済済みで閉じる。請求後に積み増した損害金は保証
      *    会社が求償するので当方では収入に上げない。異動の金額は
      *    入金額 + 延滞充当取崩 = 元金 + 利息 + 損害金 + 未払利息
      *    回収 が成り立つよう、利息（経過利息＋延滞額）を残余で
      *    求める（一括回収 LOANROLL MAIN-175-RECOVER と同じ組立て）
      *----------------------------------------------------------------
       MAIN-200-SETTLE.
           MOVE LM-LOAN-LEFT TO WK-LEFT-INT.
           IF WK-LEFT-INT NOT = SB-PRINCIPAL
              MOVE "元金不一致"   TO WK-EXC-KIND
              PERFORM MAIN-800-EXC-LINE THRU MAIN-800-EXIT
              GO TO MAIN-200-EXIT
           END-IF.
           MOVE "G"              TO MV-RECORD-TYPE.
           MOVE LM-LOAN-NO       TO MV-LOAN-NO.
           MOVE WK-BUSINESS-DATE TO MV-RUN-DATE.
           MOVE SR-PAID-AMOUNT   TO MV-CASH.
           MOVE SB-PRINCIPAL     TO MV-PRINCIPAL.
           MOVE SB-LATE-CHARGE   TO MV-LATE-CHARGE.
           MOVE SB-DEFERRED-INT  TO MV-DEFER-COLLECT.
           MOVE LM-PARTIAL-RECV  TO MV-ARREARS-RELEASE.
           MOVE ZERO             TO MV-ARREARS-RECV
                                     MV-DEFER-ACCRUE
                                     MV-SUSP-IN
                                     MV-SUSP-OUT
                                     MV-SUSP-WOFF.
           COMPUTE MV-INTEREST
                 = MV-CASH + MV-ARREARS-RELEASE - MV-PRINCIPAL
                   - MV-LATE-CHARGE - MV-DEFER-COLLECT.
           MOVE LM-ARREARS-AMOUNT TO WK-OLD-ARREARS.
           MOVE ZERO TO LM-LOAN-LEFT
                        LM-ARREARS-AMOUNT
                        LM-ARREARS-PERIODS
                        LM-LATE-CHARGE
                        LM-DEFERRED-INT
                        LM-PARTIAL-RECV.
           SET  LM-SUBROGATED TO TRUE.
           REWRITE LM-LOAN-RECORD.
           IF WK-MASTER-STATUS NOT = "00"
              DISPLAY "LOANSBST E010 マスタ書戻し失敗 "
                      WK-MASTER-STATUS " " LM-LOAN-NO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           SET  SB-SETTLED TO TRUE.
           PERFORM MAIN-150-LEDGER THRU MAIN-150-EXIT.
           WRITE MV-DETAIL-RECORD.
           IF WK-MOVE-STATUS NOT = "00"
              DISPLAY "LOANSBST E014 異動 書込失敗 "
                      WK-MOVE-STATUS " " LM-LOAN-NO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM MAIN-210-TH-WRITE THRU MAIN-210-EXIT.
           ADD 1              TO WK-SETTLE-COUNT.
           ADD SR-PAID-AMOUNT TO WK-SETTLE-TOTAL.
           DISPLAY "LOANSBST I001 ローン番号 " LM-LOAN-NO
                   " 代位弁済で終了".
       MAIN-200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    取引履歴へ 1件追記する。金額の内訳は異動ジャーナルの
      *    G レコードと同じ（延滞額は清算した延滞額）。取引後の
      *    状態は清算後のマスタの値
      *----------------------------------------------------------------
       MAIN-210-TH-WRITE.
           MOVE LM-LOAN-NO        TO TH-LOAN-NO.
           MOVE WK-BUSINESS-DATE  TO TH-POST-DATE
                                      TH-VALUE-DATE.
           MOVE "SB"              TO TH-TRAN-TYPE.
           MOVE "LOANSBST"        TO TH-SOURCE.
           MOVE SR-PAID-AMOUNT    TO TH-AMOUNT.
           MOVE SB-PRINCIPAL      TO TH-PRINCIPAL.
           MOVE MV-INTEREST       TO TH-INTEREST.
           MOVE SB-LATE-CHARGE    TO TH-LATE-CHARGE.
           MOVE WK-OLD-ARREARS    TO TH-ARREARS.
           MOVE LM-LOAN-LEFT      TO TH-BALANCE.
           MOVE LM-ARREARS-AMOUNT TO TH-ARREARS-AFTER.
           MOVE LM-LATE-CHARGE    TO TH-LATE-AFTER.
           MOVE LM-STATUS         TO TH-STATUS-AFTER.
           MOVE SR-CLAIM-DATE     TO TH-NOTE.
           MOVE 1                 TO WK-TH-SEQ.
           MOVE WK-TH-SEQ         TO TH-SEQ.
           WRITE TH-HISTORY-RECORD.
           PERFORM MAIN-220-TH-RETRY THRU MAIN-220-EXIT
                   UNTIL WK-THIS-STATUS NOT = "22"
                      OR WK-TH-SEQ = 99999.
           IF WK-THIS-STATUS NOT = "00"
              DISPLAY "LOANSBST E012 取引履歴 書込失敗 "
                      WK-THIS-STATUS " " LM-LOAN-NO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WK-TH-COUNT.
       MAIN-210-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    同じ計上日の連番が使用済みなら次の番号で書き直す
      *----------------------------------------------------------------
       MAIN-220-TH-RETRY.
           ADD  1         TO WK-TH-SEQ.
           MOVE WK-TH-SEQ TO TH-SEQ.
           WRITE TH-HISTORY-RECORD.
       MAIN-220-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    例外一覧へ 1行印字する（請求額は台帳の値。台帳に無い
      *    ときはゼロ）
      *----------------------------------------------------------------
       MAIN-800-EXC-LINE.
           COMPUTE WK-DIFF-WORK = SR-PAID-AMOUNT - SB-CLAIM-TOTAL.
           MOVE SR-LOAN-NO       TO WK-SL-LOAN-NO.
           MOVE SR-CLAIM-DATE    TO WK-SL-CLAIM-DATE.
           MOVE SB-CLAIM-TOTAL   TO WK-SL-CLAIM.
           MOVE SR-PAID-AMOUNT   TO WK-SL-PAID.
           MOVE WK-DIFF-WORK     TO WK-SL-DIFF.
           MOVE WK-EXC-KIND      TO WK-SL-KIND.
           MOVE WK-SE-LINE       TO SE-PRINT-LINE.
           WRITE SE-PRINT-LINE.
           ADD 1 TO WK-EXC-COUNT.
       MAIN-800-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    終了処理
      *----------------------------------------------------------------
       MAIN-900-CLOSE.
           CLOSE RESULT-FILE LOAN-MASTER-FILE CLAIM-LEDGER-FILE
                 MOVE-FILE EXCEPTION-FILE TRAN-HIST-FILE.
       MAIN-900-EXIT.
           EXIT.
      *--------------------<< END OF PROGRAM >>-----------------------*
