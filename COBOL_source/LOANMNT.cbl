      *                     し、返済回数を同じだけ延長する。合意
      *                     内容は履歴（LOANRHIS 種別 M）へ追記
      *                     する
      *    2026/10/15  TSH  マスタに借入人ID の副キー（重複あり）
      *                     の定義を追加
      *    2026/10/15  TSH  反映した取引を取引履歴（LOANTHIS）へ
      *                     追記するようにした。計上日は実行管理の
      *                     営業日（読めなければ当日の日付）
      *    2026/10/15  TSH  取引は承認（LOANAPRV）を経たものだけを
      *                     受け取る。承認者IDが無い・起票者と同じ
      *                     取引は拒否する（理由 96）。処理一覧に
      *                     起票者IDと承認者IDを印字する
      *----------------------------------------------------------------
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
                                      ORGANIZATION INDEXED
                                      ACCESS RANDOM
                                      RECORD KEY LM-LOAN-NO
                                      ALTERNATE KEY LM-BORROWER-ID
                                          WITH DUPLICATES
                                      FILE STATUS WK-MASTER-STATUS.
           SELECT LOAN-TRAN-FILE     ASSIGN TO "LOANTRAN"
                                      ORGANIZATION SEQUENTIAL
           SELECT HISTORY-FILE       ASSIGN TO "LOANRHIS"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-RHIS-STATUS.
           SELECT TRAN-HIST-FILE     ASSIGN TO "LOANTHIS"
                                      ORGANIZATION INDEXED
                                      ACCESS RANDOM
                                      RECORD KEY TH-KEY
                                      FILE STATUS WK-THIS-STATUS.
           SELECT RUN-CONTROL-FILE   ASSIGN TO "LOANRUNC"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-RUNC-STATUS.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
       FD  LOAN-REJECT-FILE.
       01  LR-REJECT-RECORD.
           05  LR-REASON-CODE       PIC 9(02).
           05  LR-TRAN-DATA         PIC X(87).
      *
       FD  LOAN-LIST-FILE.
       01  ML-PRINT-LINE            PIC X(80).
      *
       FD  HISTORY-FILE.
           COPY "LOANRHIS".
      *
       FD  TRAN-HIST-FILE.
           COPY "LOANTHIS".
      *
       FD  RUN-CONTROL-FILE.
           COPY "LOANRUNC".
      *
       WORKING-STORAGE         SECTION.
       01  WK-MASTER-STATUS    PIC X(02).
       01  WK-REJECT-STATUS    PIC X(02).
       01  WK-LIST-STATUS      PIC X(02).
       01  WK-RHIS-STATUS      PIC X(02).
       01  WK-THIS-STATUS      PIC X(02).
       01  WK-RUNC-STATUS      PIC X(02).
       01  WK-TRAN-EOF-SW      PIC X(01)            VALUE "N".
           88  WK-TRAN-EOF                          VALUE "Y".
      *----------------------------------------------------------------
       01  WK-APPLY-COUNT      PIC 9(07)            VALUE ZERO.
       01  WK-REJECT-COUNT     PIC 9(07)            VALUE ZERO.
      *----------------------------------------------------------------
      *    取引履歴の書出し用。種別は M＋取引区分（MA・MC・MP・
      *    MR・MM）。連番は 1 から試して重複なら次の番号で書く
      *----------------------------------------------------------------
       01  WK-BUSINESS-DATE    PIC 9(08).
       01  WK-TH-SEQ           PIC 9(05).
       01  WK-TH-COUNT         PIC 9(07)            VALUE ZERO.
       01  WK-TH-TYPE.
           05  FILLER              PIC X(01)  VALUE "M".
           05  WK-TH-TYPE-CODE     PIC X(01).
      *----------------------------------------------------------------
      *    オペレータ向け処理一覧の編集行
      *----------------------------------------------------------------
       01  WK-LIST-HEADER      PIC X(46)  VALUE
           "LOANMNT マスタ保守 処理一覧".
       01  WK-LIST-COLHDR.
           05  FILLER              PIC X(39)  VALUE
               "区分 ローン番号  結果   理由".
           05  FILLER              PIC X(23)  VALUE
               "  起票者   承認者".
           05  FILLER              PIC X(18)  VALUE SPACES.
       01  WK-LIST-LINE.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WK-LL-TRAN-CODE     PIC X(01).
           05  WK-LL-RESULT        PIC X(06).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-LL-REASON        PIC Z9.
           05  FILLER              PIC X(05)  VALUE SPACES.
           05  WK-LL-MAKER-ID      PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-LL-CHECKER-ID    PIC X(08).
           05  FILLER              PIC X(33)  VALUE SPACES.
      *----------------------------------------------------------------
      *    LOANSUB 呼出し用パラメタ（取引内容の検証に使う）
      *----------------------------------------------------------------
           DISPLAY "LOANMNT 取引件数  = " WK-TRAN-COUNT.
           DISPLAY "LOANMNT 反映件数  = " WK-APPLY-COUNT.
           DISPLAY "LOANMNT 拒否件数  = " WK-REJECT-COUNT.
           DISPLAY "LOANMNT 履歴件数  = " WK-TH-COUNT.
           GOBACK.
      *----------------------------------------------------------------
      *    初期化・ファイル オープン。マスタが未作成の初回だけ
           IF WK-RHIS-STATUS NOT = "00"
              OPEN OUTPUT HISTORY-FILE
           END-IF.
      *        反映した取引は取引履歴へ残す。計上日は実行管理の
      *        営業日とし、実行管理が読めなければ当日の日付とする
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
           OPEN I-O TRAN-HIST-FILE.
           IF WK-THIS-STATUS = "35"
              OPEN OUTPUT TRAN-HIST-FILE
              CLOSE TRAN-HIST-FILE
              OPEN I-O TRAN-HIST-FILE
           END-IF.
           IF WK-THIS-STATUS NOT = "00"
              DISPLAY "LOANMNT E009 取引履歴 オープン失敗 "
                      WK-THIS-STATUS
              GOBACK
           END-IF.
       MAIN-010-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    理由コードは LOANSUB の結果コード（10〜90）のほか
      *    81=開始年月誤り 82=未払利息残あり 83=据置き月数誤り
      *    84=据置き期間中 91=既登録 92=対象なし
      *    93=取引区分誤り 94=状態誤り 95=金利種別誤り
      *    96=未承認（承認者IDなし・起票者と同一）を使う
      *----------------------------------------------------------------
       MAIN-100-PROCESS.
           MOVE ZERO TO WK-REASON.
           EVALUATE TRUE
               WHEN LT-MAKER-ID = SPACES
                 OR LT-CHECKER-ID = SPACES
                 OR LT-CHECKER-ID = LT-MAKER-ID
                   MOVE 96 TO WK-REASON
               WHEN LT-TRAN-ADD
                   PERFORM MAIN-210-ADD    THRU MAIN-210-EXIT
               WHEN LT-TRAN-CHANGE
           END-EVALUATE.
           IF WK-REASON = ZERO
              ADD 1 TO WK-APPLY-COUNT
              PERFORM MAIN-500-TH-WRITE THRU MAIN-500-EXIT
              MOVE "受付"  TO WK-LL-RESULT
           ELSE
              PERFORM MAIN-400-REJECT THRU MAIN-400-EXIT
           MOVE LT-TRAN-CODE TO WK-LL-TRAN-CODE.
           MOVE LT-LOAN-NO   TO WK-LL-LOAN-NO.
           MOVE WK-REASON    TO WK-LL-REASON.
           MOVE LT-MAKER-ID  TO WK-LL-MAKER-ID.
           MOVE LT-CHECKER-ID TO WK-LL-CHECKER-ID.
           MOVE WK-LIST-LINE TO ML-PRINT-LINE.
           WRITE ML-PRINT-LINE.
           PERFORM MAIN-020-READ-TRAN THRU MAIN-020-EXIT.
                                       LM-REVIEW-MONTH
           END-IF.
           SET  LM-ACTIVE         TO TRUE.
           PERFORM MAIN-510-TH-SNAP THRU MAIN-510-EXIT.
           WRITE LM-LOAN-RECORD.
           IF WK-MASTER-STATUS NOT = "00"
              DISPLAY "LOANMNT E007 マスタ書込失敗 "
      *    マスタ 1件書戻し
      *----------------------------------------------------------------
       MAIN-250-REWRITE.
           PERFORM MAIN-510-TH-SNAP THRU MAIN-510-EXIT.
           REWRITE LM-LOAN-RECORD.
           IF WK-MASTER-STATUS NOT = "00"
              DISPLAY "LOANMNT E008 マスタ書戻し失敗 "
       MAIN-400-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    反映した取引 1件の取引履歴の書出し。取引後の状態は
      *    マスタの書込み・書戻しの直前に MAIN-510 で控えてある。
      *    新規は貸付額を、元金据置きは据置き月数を残す
      *----------------------------------------------------------------
       MAIN-500-TH-WRITE.
           MOVE LT-TRAN-CODE     TO WK-TH-TYPE-CODE.
           MOVE WK-TH-TYPE       TO TH-TRAN-TYPE.
           MOVE LT-LOAN-NO       TO TH-LOAN-NO.
           MOVE WK-BUSINESS-DATE TO TH-POST-DATE
                                     TH-VALUE-DATE.
           MOVE "LOANMNT"        TO TH-SOURCE.
           MOVE ZERO             TO TH-AMOUNT
                                     TH-PRINCIPAL
                                     TH-INTEREST
                                     TH-LATE-CHARGE
                                     TH-ARREARS.
           MOVE SPACES           TO TH-NOTE.
           IF LT-TRAN-ADD
              MOVE LT-LOAN-AMOUNT TO TH-AMOUNT
           END-IF.
           IF LT-TRAN-RESTRUCT
              MOVE LT-IO-MONTHS   TO TH-NOTE
           END-IF.
           MOVE 1                TO WK-TH-SEQ.
           MOVE WK-TH-SEQ        TO TH-SEQ.
           WRITE TH-HISTORY-RECORD.
           PERFORM MAIN-520-TH-RETRY THRU MAIN-520-EXIT
                   UNTIL WK-THIS-STATUS NOT = "22"
                      OR WK-TH-SEQ = 99999.
           IF WK-THIS-STATUS NOT = "00"
              DISPLAY "LOANMNT E010 取引履歴 書込失敗 "
                      WK-THIS-STATUS " " LT-LOAN-NO
              GOBACK
           END-IF.
           ADD 1 TO WK-TH-COUNT.
       MAIN-500-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    取引後の状態を取引履歴へ控える（書込み・書戻しの後は
      *    レコード域の内容を当てにしないため、その直前に取る）
      *----------------------------------------------------------------
       MAIN-510-TH-SNAP.
           MOVE LM-LOAN-LEFT      TO TH-BALANCE.
           MOVE LM-ARREARS-AMOUNT TO TH-ARREARS-AFTER.
           MOVE LM-LATE-CHARGE    TO TH-LATE-AFTER.
           MOVE LM-STATUS         TO TH-STATUS-AFTER.
       MAIN-510-EXIT.
           EXIT.
      *
       MAIN-520-TH-RETRY.
           ADD  1         TO WK-TH-SEQ.
           MOVE WK-TH-SEQ TO TH-SEQ.
           WRITE TH-HISTORY-RECORD.
       MAIN-520-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    終了処理
      *----------------------------------------------------------------
       MAIN-900-CLOSE.
           CLOSE LOAN-MASTER-FILE
                 LOAN-TRAN-FILE LOAN-REJECT-FILE LOAN-LIST-FILE
                 HISTORY-FILE TRAN-HIST-FILE.
       MAIN-900-EXIT.
           EXIT.
      *--------------------<< END OF PROGRAM >>-----------------------*
