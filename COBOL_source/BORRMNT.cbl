      *                     場合は銀行・支店・口座番号と科目を揃え
      *                     ること（理由 99）。空白のままなら口座
      *                     未登録として受け付ける
      *    2026/10/15  TSH  ローン・マスタに契約が残っている借入人の
      *                     削除を拒否する（理由 95）。契約の有無は
      *                     マスタの借入人ID 副キーで調べる
      *    2026/10/15  TSH  取引は承認（LOANAPRV）を経たものだけを
      *                     受け取る。承認者IDが無い・起票者と同じ
      *                     取引は拒否する（理由 94）。処理一覧に
      *                     起票者IDと承認者IDを印字する
      *----------------------------------------------------------------
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
                                      ACCESS RANDOM
                                      RECORD KEY BM-BORROWER-ID
                                      FILE STATUS WK-MASTER-STATUS.
           SELECT LOAN-MASTER-FILE   ASSIGN TO "LOANMAST"
                                      ORGANIZATION INDEXED
                                      ACCESS DYNAMIC
                                      RECORD KEY LM-LOAN-NO
                                      ALTERNATE KEY LM-BORROWER-ID
                                          WITH DUPLICATES
                                      FILE STATUS WK-LOAN-STATUS.
           SELECT BORR-TRAN-FILE     ASSIGN TO "BORRTRAN"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-TRAN-STATUS.
       FILE                    SECTION.
       FD  BORR-MASTER-FILE.
           COPY "BORRMAST".
      *
       FD  LOAN-MASTER-FILE.
           COPY "LOANMAST".
      *
       FD  BORR-TRAN-FILE.
           COPY "BORRTRAN".
       FD  BORR-REJECT-FILE.
       01  BR-REJECT-RECORD.
           05  BR-REASON-CODE       PIC 9(02).
           05  BR-TRAN-DATA         PIC X(221).
      *
       FD  BORR-LIST-FILE.
       01  BL-PRINT-LINE            PIC X(80).
      *
       WORKING-STORAGE         SECTION.
       01  WK-MASTER-STATUS    PIC X(02).
       01  WK-LOAN-STATUS      PIC X(02).
       01  WK-TRAN-STATUS      PIC X(02).
       01  WK-REJECT-STATUS    PIC X(02).
       01  WK-LIST-STATUS      PIC X(02).
           88  WK-TRAN-EOF                          VALUE "Y".
       01  WK-FOUND-SW         PIC X(01)            VALUE "N".
           88  WK-FOUND                             VALUE "Y".
      *        ローン・マスタが無い（契約登録前の初回）ときは
      *        契約なしとして扱う
       01  WK-LOAN-OPEN-SW     PIC X(01)            VALUE "N".
           88  WK-LOAN-OPEN                         VALUE "Y".
       01  WK-HAS-LOAN-SW      PIC X(01)            VALUE "N".
           88  WK-HAS-LOAN                          VALUE "Y".
       01  WK-REASON           PIC 9(02).
       01  WK-TRAN-COUNT       PIC 9(07)            VALUE ZERO.
       01  WK-APPLY-COUNT      PIC 9(07)            VALUE ZERO.
      *----------------------------------------------------------------
       01  WK-LIST-HEADER      PIC X(46)  VALUE
           "BORRMNT 借入人マスタ保守 処理一覧".
       01  WK-LIST-COLHDR.
           05  FILLER              PIC X(38)  VALUE
               "区分 借入人ID     結果   理由".
           05  FILLER              PIC X(23)  VALUE
               "  起票者   承認者".
           05  FILLER              PIC X(19)  VALUE SPACES.
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
           05  FILLER              PIC X(32)  VALUE SPACES.
      ****************************************************************
       PROCEDURE               DIVISION.
      ****************************************************************
                      WK-MASTER-STATUS
              GOBACK
           END-IF.
           OPEN INPUT LOAN-MASTER-FILE.
           EVALUATE WK-LOAN-STATUS
               WHEN "00"
                   SET WK-LOAN-OPEN TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BORRMNT E009 ローン オープン失敗 "
                           WK-LOAN-STATUS
                   GOBACK
           END-EVALUATE.
           OPEN INPUT BORR-TRAN-FILE.
           IF WK-TRAN-STATUS NOT = "00"
              DISPLAY "BORRMNT E002 取引 オープン失敗 "
           EXIT.
      *----------------------------------------------------------------
      *    取引 1件の適用。理由コードは
      *    91=既登録 92=対象なし 93=取引区分誤り
      *    94=未承認（承認者IDなし・起票者と同一） 95=契約あり
      *    96=借入人ID未設定
      *    97=送付停止フラグ誤り 98=氏名未設定 99=口座情報不備
      *    を使う
      *----------------------------------------------------------------
       MAIN-100-PROCESS.
           MOVE ZERO TO WK-REASON.
           EVALUATE TRUE
               WHEN BT-MAKER-ID = SPACES
                 OR BT-CHECKER-ID = SPACES
                 OR BT-CHECKER-ID = BT-MAKER-ID
                   MOVE 94 TO WK-REASON
               WHEN BT-BORROWER-ID = SPACES
                   MOVE 96 TO WK-REASON
               WHEN BT-TRAN-ADD
                   PERFORM MAIN-210-ADD    THRU MAIN-210-EXIT
               WHEN BT-TRAN-CHANGE
                   PERFORM MAIN-220-CHANGE THRU MAIN-220-EXIT
               WHEN BT-TRAN-DELETE
                   PERFORM MAIN-230-DELETE THRU MAIN-230-EXIT
               WHEN OTHER
                   MOVE 93 TO WK-REASON
           END-EVALUATE.
           IF WK-REASON = ZERO
              ADD 1 TO WK-APPLY-COUNT
              MOVE "受付"  TO WK-LL-RESULT
           MOVE BT-TRAN-CODE   TO WK-LL-TRAN-CODE.
           MOVE BT-BORROWER-ID TO WK-LL-BORROWER-ID.
           MOVE WK-REASON      TO WK-LL-REASON.
           MOVE BT-MAKER-ID    TO WK-LL-MAKER-ID.
           MOVE BT-CHECKER-ID  TO WK-LL-CHECKER-ID.
           MOVE WK-LIST-LINE   TO BL-PRINT-LINE.
           WRITE BL-PRINT-LINE.
           PERFORM MAIN-020-READ-TRAN THRU MAIN-020-EXIT.
              MOVE 92 TO WK-REASON
              GO TO MAIN-230-EXIT
           END-IF.
      *        完済済みを含め、マスタに契約が 1件でも残っていれば
      *        削除しない（お知らせ状・照会が宛先を失うため）
           PERFORM MAIN-240-LOAN-CHECK THRU MAIN-240-EXIT.
           IF WK-HAS-LOAN
              MOVE 95 TO WK-REASON
              GO TO MAIN-230-EXIT
           END-IF.
           DELETE BORR-MASTER-FILE.
           IF WK-MASTER-STATUS NOT = "00"
              DISPLAY "BORRMNT E008 マスタ削除失敗 "
       MAIN-230-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    借入人の契約の有無。副キーで位置付け、最初の 1件が同じ
      *    借入人IDかどうかを見る
      *----------------------------------------------------------------
       MAIN-240-LOAN-CHECK.
           MOVE "N" TO WK-HAS-LOAN-SW.
           IF NOT WK-LOAN-OPEN
              GO TO MAIN-240-EXIT
           END-IF.
           MOVE BT-BORROWER-ID TO LM-BORROWER-ID.
           START LOAN-MASTER-FILE KEY = LM-BORROWER-ID.
           IF WK-LOAN-STATUS = "23"
              GO TO MAIN-240-EXIT
           END-IF.
           IF WK-LOAN-STATUS NOT = "00"
              DISPLAY "BORRMNT E010 ローン位置付け失敗 "
                      WK-LOAN-STATUS " " BT-BORROWER-ID
              GOBACK
           END-IF.
           READ LOAN-MASTER-FILE NEXT.
           IF WK-LOAN-STATUS = "00"
              AND LM-BORROWER-ID = BT-BORROWER-ID
              MOVE "Y" TO WK-HAS-LOAN-SW
           END-IF.
       MAIN-240-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    取引内容をマスタ・レコードへ写す
      *----------------------------------------------------------------
       MAIN-300-MOVE-TRAN.
       MAIN-900-CLOSE.
           CLOSE BORR-MASTER-FILE
                 BORR-TRAN-FILE BORR-REJECT-FILE BORR-LIST-FILE.
           IF WK-LOAN-OPEN
              CLOSE LOAN-MASTER-FILE
           END-IF.
       MAIN-900-EXIT.
           EXIT.
      *--------------------<< END OF PROGRAM >>-----------------------*
