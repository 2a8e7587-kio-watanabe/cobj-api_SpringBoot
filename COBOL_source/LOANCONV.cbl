      *                     同じ切替えで新レイアウトへ変換する。
      *                     監査・結果の入力が無ければ読み飛ばす
      *                     （新規サイトや空での切替えを許す）
      *    2026/10/15  TSH  マスタに借入人ID の副キー（重複あり）
      *                     の定義を追加。併せて副キー再構築の区分
      *                     （K）を追加。副キー追加前に作ったマスタ
      *                     を LOANMASTI へ退避して与えると、全件を
      *                     読み直して副キー付きの LOANMAST を作り
      *                     直す。区分が空白なら従来どおり旧レイ
      *                     アウトの変換（C）を行う
      *    2026/10/15  TSH  見積ファイル（LOANQUOTS→LOANQUOT。使用済み
      *                     の印と清算日を追加）の変換を追加。旧見積
      *                     が無ければ読み飛ばす（C・K のどちらでも
      *                     行う）
      *    2026/10/15  TSH  新見積（LOANQUOT）が既にあれば見積の変換
      *                     を行わない（変換後の使用済みの印と新しい
      *                     見積を旧見積で上書きしないため）。新見積
      *                     の書込み失敗を条件コード 8 で止める
      *----------------------------------------------------------------
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
                                      ORGANIZATION INDEXED
                                      ACCESS SEQUENTIAL
                                      RECORD KEY LM-LOAN-NO
                                      ALTERNATE KEY LM-BORROWER-ID
                                          WITH DUPLICATES
                                      FILE STATUS WK-NEW-STATUS.
           SELECT REBUILD-IN-FILE    ASSIGN TO "LOANMASTI"
                                      ORGANIZATION INDEXED
                                      ACCESS SEQUENTIAL
                                      RECORD KEY RI-LOAN-NO
                                      FILE STATUS WK-RBI-STATUS.
           SELECT OLD-AUDIT-FILE     ASSIGN TO "LOANAUDS"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-OLDAUD-STATUS.
           SELECT NEW-RESULT-FILE    ASSIGN TO "LOANRSLT"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-NEWRSL-STATUS.
           SELECT OLD-QUOTE-FILE     ASSIGN TO "LOANQUOTS"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-OLDQT-STATUS.
           SELECT NEW-QUOTE-FILE     ASSIGN TO "LOANQUOT"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-NEWQT-STATUS.
      ****************************************************************
       DATA                    DIVISION.
      ****************************************************************
           COPY "LOANMAST".
      *
      *----------------------------------------------------------------
      *    副キー再構築の入力（退避した現行マスタ。主キーだけで
      *    読むので項目は展開せず、レコードごと写す）
      *----------------------------------------------------------------
       FD  REBUILD-IN-FILE.
       01  RI-LOAN-RECORD.
           05  RI-LOAN-NO           PIC 9(09).
           05  FILLER               PIC X(138).
      *
      *----------------------------------------------------------------
      *    旧監査ログ（呼出元・初回元金の追加前。53バイト）
      *----------------------------------------------------------------
       FD  OLD-AUDIT-FILE.
      *
       FD  NEW-RESULT-FILE.
           COPY "LOANRSLT".
      *
      *----------------------------------------------------------------
      *    旧見積ファイル（使用済みの印・清算日の追加前。97バイト）
      *----------------------------------------------------------------
       FD  OLD-QUOTE-FILE.
       01  OQ-QUOTE-RECORD.
           05  OQ-LOAN-NO           PIC 9(09).
           05  OQ-BORROWER-ID       PIC X(10).
           05  OQ-QUOTE-DATE        PIC 9(08).
           05  OQ-SETTLE-DATE       PIC 9(08).
           05  OQ-EXPIRY-DATE       PIC 9(08).
           05  OQ-PRINCIPAL         PIC 9(09).
           05  OQ-INTEREST          PIC 9(09).
           05  OQ-ARREARS           PIC 9(09).
           05  OQ-LATE-CHARGE       PIC 9(09).
           05  OQ-DEFERRED-INT      PIC 9(09).
           05  OQ-TOTAL             PIC 9(09).
      *
       FD  NEW-QUOTE-FILE.
           COPY "LOANQUOT".
      *
       WORKING-STORAGE         SECTION.
       01  WK-OLD-STATUS       PIC X(02).
       01  WK-NEW-STATUS       PIC X(02).
       01  WK-RBI-STATUS       PIC X(02).
       01  WK-ACTION           PIC X(01).
           88  WK-ACTION-CONVERT                    VALUE "C" " ".
           88  WK-ACTION-REBUILD                    VALUE "K".
       01  WK-OLDAUD-STATUS    PIC X(02).
       01  WK-NEWAUD-STATUS    PIC X(02).
       01  WK-OLDRSL-STATUS    PIC X(02).
       01  WK-NEWRSL-STATUS    PIC X(02).
       01  WK-OLDQT-STATUS     PIC X(02).
       01  WK-NEWQT-STATUS     PIC X(02).
       01  WK-EOF-SW           PIC X(01)            VALUE "N".
           88  WK-EOF                               VALUE "Y".
       01  WK-AUD-EOF-SW       PIC X(01)            VALUE "N".
           88  WK-AUD-EOF                           VALUE "Y".
       01  WK-RSL-EOF-SW       PIC X(01)            VALUE "N".
           88  WK-RSL-EOF                           VALUE "Y".
       01  WK-QT-EOF-SW        PIC X(01)            VALUE "N".
           88  WK-QT-EOF                            VALUE "Y".
       01  WK-PREV-LOAN-NO     PIC 9(09)            VALUE ZERO.
       01  WK-READ-COUNT       PIC 9(07)            VALUE ZERO.
       01  WK-WRITE-COUNT      PIC 9(07)            VALUE ZERO.
       01  WK-AUD-COUNT        PIC 9(07)            VALUE ZERO.
       01  WK-RSL-COUNT        PIC 9(07)            VALUE ZERO.
       01  WK-QT-COUNT         PIC 9(07)            VALUE ZERO.
      ****************************************************************
       PROCEDURE               DIVISION.
      ****************************************************************
       HAJIME.
       MAIN-000.
           DISPLAY "区分 (C=旧形式変換 K=副キー再構築): "
                   NO ADVANCING.
           ACCEPT WK-ACTION.
           IF WK-ACTION-REBUILD
              PERFORM MAIN-600-REBUILD THRU MAIN-600-EXIT
              PERFORM MAIN-700-QUOTE   THRU MAIN-700-EXIT
              DISPLAY "LOANCONV マスタ読込件数 = " WK-READ-COUNT
              DISPLAY "LOANCONV マスタ書込件数 = " WK-WRITE-COUNT
              DISPLAY "LOANCONV 見積変換件数   = " WK-QT-COUNT
              GOBACK
           END-IF.
           IF NOT WK-ACTION-CONVERT
              DISPLAY "LOANCONV E007 区分誤り " WK-ACTION
              GOBACK
           END-IF.
           PERFORM MAIN-010-OPEN     THRU MAIN-010-EXIT.
           PERFORM MAIN-020-READ     THRU MAIN-020-EXIT.
           PERFORM MAIN-100-PROCESS  THRU MAIN-100-EXIT
           PERFORM MAIN-900-CLOSE    THRU MAIN-900-EXIT.
           PERFORM MAIN-400-AUDIT    THRU MAIN-400-EXIT.
           PERFORM MAIN-500-RESULT   THRU MAIN-500-EXIT.
           PERFORM MAIN-700-QUOTE    THRU MAIN-700-EXIT.
           DISPLAY "LOANCONV マスタ読込件数 = " WK-READ-COUNT.
           DISPLAY "LOANCONV マスタ書込件数 = " WK-WRITE-COUNT.
           DISPLAY "LOANCONV 監査変換件数   = " WK-AUD-COUNT.
           DISPLAY "LOANCONV 結果変換件数   = " WK-RSL-COUNT.
           DISPLAY "LOANCONV 見積変換件数   = " WK-QT-COUNT.
           GOBACK.
      *----------------------------------------------------------------
      *    初期化・ファイル オープン
       MAIN-510-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    副キー再構築。退避した現行マスタを主キー順に読み、同じ
      *    内容で副キー付きのマスタへ書き出す（副キーは書込み時に
      *    作られる）。読込件数と書込件数が一致すること
      *----------------------------------------------------------------
       MAIN-600-REBUILD.
           OPEN INPUT REBUILD-IN-FILE.
           IF WK-RBI-STATUS NOT = "00"
              DISPLAY "LOANCONV E008 退避 オープン失敗 "
                      WK-RBI-STATUS
              GOBACK
           END-IF.
           OPEN OUTPUT NEW-MASTER-FILE.
           IF WK-NEW-STATUS NOT = "00"
              DISPLAY "LOANCONV E002 新マスタ オープン失敗 "
                      WK-NEW-STATUS
              GOBACK
           END-IF.
           PERFORM MAIN-610-REBUILD-ONE THRU MAIN-610-EXIT
                   UNTIL WK-EOF.
           CLOSE REBUILD-IN-FILE NEW-MASTER-FILE.
           IF WK-READ-COUNT NOT = WK-WRITE-COUNT
              DISPLAY "LOANCONV E009 再構築件数不一致 "
                      WK-READ-COUNT " / " WK-WRITE-COUNT
              MOVE 8 TO RETURN-CODE
           END-IF.
       MAIN-600-EXIT.
           EXIT.
      *
       MAIN-610-REBUILD-ONE.
           READ REBUILD-IN-FILE
               AT END
                   SET WK-EOF TO TRUE
           END-READ.
           IF WK-EOF
              GO TO MAIN-610-EXIT
           END-IF.
           ADD 1 TO WK-READ-COUNT.
           WRITE LM-LOAN-RECORD FROM RI-LOAN-RECORD.
           IF WK-NEW-STATUS NOT = "00"
              DISPLAY "LOANCONV E004 新マスタ書込失敗 "
                      WK-NEW-STATUS " " RI-LOAN-NO
              GOBACK
           END-IF.
           ADD 1 TO WK-WRITE-COUNT.
       MAIN-610-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    見積ファイルの変換。旧ファイルが無い、または新ファイル
      *    が既にある（変換済み）ときは読み飛ばす。旧見積はすべて
      *    未使用（使用済みの印 N・清算日ゼロ）とする
      *----------------------------------------------------------------
       MAIN-700-QUOTE.
           OPEN INPUT NEW-QUOTE-FILE.
           IF WK-NEWQT-STATUS = "00"
              CLOSE NEW-QUOTE-FILE
              DISPLAY "LOANCONV W004 新見積あり（変換省略）"
              GO TO MAIN-700-EXIT
           END-IF.
           OPEN INPUT OLD-QUOTE-FILE.
           IF WK-OLDQT-STATUS NOT = "00"
              DISPLAY "LOANCONV W003 旧見積なし（変換省略）"
              GO TO MAIN-700-EXIT
           END-IF.
           OPEN OUTPUT NEW-QUOTE-FILE.
           IF WK-NEWQT-STATUS NOT = "00"
              DISPLAY "LOANCONV E010 新見積 オープン失敗 "
                      WK-NEWQT-STATUS
              GOBACK
           END-IF.
           PERFORM MAIN-710-QUOTE-ONE THRU MAIN-710-EXIT
                   UNTIL WK-QT-EOF.
           CLOSE OLD-QUOTE-FILE NEW-QUOTE-FILE.
       MAIN-700-EXIT.
           EXIT.
      *
       MAIN-710-QUOTE-ONE.
           READ OLD-QUOTE-FILE
               AT END
                   SET WK-QT-EOF TO TRUE
           END-READ.
           IF WK-QT-EOF
              GO TO MAIN-710-EXIT
           END-IF.
           MOVE OQ-LOAN-NO      TO QT-LOAN-NO.
           MOVE OQ-BORROWER-ID  TO QT-BORROWER-ID.
           MOVE OQ-QUOTE-DATE   TO QT-QUOTE-DATE.
           MOVE OQ-SETTLE-DATE  TO QT-SETTLE-DATE.
           MOVE OQ-EXPIRY-DATE  TO QT-EXPIRY-DATE.
           MOVE OQ-PRINCIPAL    TO QT-PRINCIPAL.
           MOVE OQ-INTEREST     TO QT-INTEREST.
           MOVE OQ-ARREARS      TO QT-ARREARS.
           MOVE OQ-LATE-CHARGE  TO QT-LATE-CHARGE.
           MOVE OQ-DEFERRED-INT TO QT-DEFERRED-INT.
           MOVE OQ-TOTAL        TO QT-TOTAL.
           MOVE "N"             TO QT-USED-FLAG.
           MOVE ZERO            TO QT-USED-DATE.
           WRITE QT-QUOTE-RECORD.
           IF WK-NEWQT-STATUS NOT = "00"
              DISPLAY "LOANCONV E011 新見積書込失敗 "
                      WK-NEWQT-STATUS " " QT-LOAN-NO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD 1 TO WK-QT-COUNT.
       MAIN-710-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    終了処理（マスタ分）
      *----------------------------------------------------------------
       MAIN-900-CLOSE.
