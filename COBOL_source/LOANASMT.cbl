      ****************************************************************
      *                                                              *
      *         四半期末 自己査定・貸倒引当金 計算バッチ             *
      *                                                              *
      ****************************************************************
       IDENTIFICATION          DIVISION.
      ****************************************************************
       PROGRAM-ID.             LOANASMT.
       AUTHOR.                 TOKYO-SYSTEM-HOUSE.
       DATE-WRITTEN.           2026/10/15.
      *----------------------------------------------------------------
      *    変更履歴
      *    2026/10/15  TSH  新規作成。四半期末の繰越完了後に、マスタ
      *                     の全契約を状態・延滞回数・据置き残月数
      *                     から債務者区分（正常先・要注意先・要管理
      *                     先・破綻懸念先・破綻先）へ分類し、引当率
      *                     パラメータ（LOANRSVP）の率で貸倒引当金を
      *                     求める。契約別・借入人別の査定台帳、区分
      *                     別の残高と引当額の集計、前期末からの引当
      *                     金の増減を印字し、増減額を GL 仕訳抽出と
      *                     同じレイアウト（LOANGLJE）で書き出す。
      *                     区分別の引当金残高は新世代（LOANRSVO）
      *                     へ書き出し、次の四半期末に前期分
      *                     （LOANRSVI）として読む
      *    2026/10/15  TSH  四半期末の月でも最終営業日（翌営業日が
      *                     翌月になる日）以外の営業日では査定せずに
      *                     条件コード 8 で終わる
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
           SELECT PARAM-FILE         ASSIGN TO "LOANRSVP"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-PARAM-STATUS.
           SELECT RESERVE-IN         ASSIGN TO "LOANRSVI"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-RSV-IN-STATUS.
           SELECT RESERVE-OUT        ASSIGN TO "LOANRSVO"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-RSV-OUT-STATUS.
           SELECT RESERVE-JE-FILE    ASSIGN TO "LOANASJE"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-GL-STATUS.
           SELECT REGISTER-FILE      ASSIGN TO "LOANASRG"
                                      ORGANIZATION SEQUENTIAL
                                      FILE STATUS WK-REG-STATUS.
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
       FD  PARAM-FILE.
           COPY "LOANRSVP".
      *
       FD  RESERVE-IN.
           COPY "LOANRSVB".
      *
      *        新世代は LOANRSVB と同じ 46 バイト（同名コピー句を
      *        二重展開できないため作業項目から転記して書き出す）
       FD  RESERVE-OUT.
       01  RO-RESERVE-RECORD        PIC X(46).
      *
       FD  RESERVE-JE-FILE.
           COPY "LOANGLJE".
      *
       FD  REGISTER-FILE.
       01  AR-PRINT-LINE            PIC X(80).
      *
       FD  RUN-CONTROL-FILE.
           COPY "LOANRUNC".
      *
       WORKING-STORAGE         SECTION.
       01  WK-MASTER-STATUS    PIC X(02).
       01  WK-PARAM-STATUS     PIC X(02).
       01  WK-RSV-IN-STATUS    PIC X(02).
       01  WK-RSV-OUT-STATUS   PIC X(02).
       01  WK-GL-STATUS        PIC X(02).
       01  WK-REG-STATUS       PIC X(02).
       01  WK-RUNC-STATUS      PIC X(02).
       01  WK-EOF-SW           PIC X(01)            VALUE "N".
           88  WK-EOF                               VALUE "Y".
       01  WK-PARAM-EOF-SW     PIC X(01)            VALUE "N".
           88  WK-PARAM-EOF                         VALUE "Y".
       01  WK-RSV-EOF-SW       PIC X(01)            VALUE "N".
           88  WK-RSV-EOF                           VALUE "Y".
       01  WK-ERROR-COUNT      PIC 9(04)            VALUE ZERO.
       01  WK-LOAN-COUNT       PIC 9(07)            VALUE ZERO.
       01  WK-PREV-COUNT       PIC 9(07)            VALUE ZERO.
      *----------------------------------------------------------------
      *    基準日（営業日の属する月の末日）。四半期末の月（3・6・
      *    9・12月）の最終営業日にだけ走らせる
      *----------------------------------------------------------------
       01  WK-BUSINESS-DATE    PIC 9(08).
       01  WK-BUSINESS-DATE-R  REDEFINES WK-BUSINESS-DATE.
           05  WK-BD-YEAR      PIC 9(04).
           05  WK-BD-MONTH     PIC 9(02).
               88  WK-QUARTER-MONTH                 VALUE 3 6 9 12.
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
       01  WK-PREV-DATE        PIC 9(08)            VALUE ZERO.
      *----------------------------------------------------------------
      *    債務者区分。契約ごとに状態・延滞回数・据置き残月数から
      *    区分を決め、借入人の区分はその借入人の契約のうち最も
      *    悪い区分とする（引当はすべて借入人の区分の率で計算）
      *----------------------------------------------------------------
       01  WK-LOAN-CAT         PIC 9(01).
       01  WK-CAT-IDX          PIC 9(01).
       01  WK-DOUBTFUL-PERIODS PIC 9(03)            VALUE 3.
       01  WK-CAT-NAME-VALUES.
           05  FILLER          PIC X(15)  VALUE "正常先".
           05  FILLER          PIC X(15)  VALUE "要注意先".
           05  FILLER          PIC X(15)  VALUE "要管理先".
           05  FILLER          PIC X(15)  VALUE "破綻懸念先".
           05  FILLER          PIC X(15)  VALUE "破綻先".
       01  WK-CAT-NAME-TABLE   REDEFINES WK-CAT-NAME-VALUES.
           05  WK-CAT-NAME     PIC X(15)  OCCURS 5 TIMES.
       01  WK-CAT-TABLE-AREA.
           05  WK-CAT-ENTRY    OCCURS 5 TIMES.
               10  WK-CT-RATIO-SW   PIC X(01).
               10  WK-CT-RATIO      PIC 9(03)V9(03).
               10  WK-CT-LOANS      PIC 9(07).
               10  WK-CT-BORROWERS  PIC 9(07).
               10  WK-CT-BALANCE    PIC 9(12).
               10  WK-CT-RESERVE    PIC 9(12).
               10  WK-CT-PREV       PIC 9(12).
      *----------------------------------------------------------------
      *    借入人テーブル。1回目の読込みで借入人ごとの最悪区分と
      *    残高を集め、2回目の読込みで引当額を積む
      *----------------------------------------------------------------
       01  WK-BR-COUNT         PIC 9(05)            VALUE ZERO.
       01  WK-BR-MAX           PIC 9(05)            VALUE 10000.
       01  WK-BR-IDX           PIC 9(05).
       01  WK-BR-FOUND-SW      PIC X(01)            VALUE "N".
           88  WK-BR-FOUND                          VALUE "Y".
       01  WK-BR-TABLE-AREA.
           05  WK-BR-ENTRY     OCCURS 10000 TIMES.
               10  WK-BR-ID         PIC X(10).
               10  WK-BR-CAT        PIC 9(01).
               10  WK-BR-LOANS      PIC 9(05).
               10  WK-BR-BALANCE    PIC 9(12).
               10  WK-BR-RESERVE    PIC 9(12).
      *----------------------------------------------------------------
      *    引当額の計算と合計
      *----------------------------------------------------------------
       01  WK-LEFT-INT         PIC 9(09).
       01  WK-RESERVE          PIC 9(12).
       01  WK-TOT-BALANCE      PIC 9(12)            VALUE ZERO.
       01  WK-TOT-RESERVE      PIC 9(12)            VALUE ZERO.
       01  WK-TOT-PREV         PIC 9(12)            VALUE ZERO.
       01  WK-MOVEMENT         PIC S9(13)           VALUE ZERO.
      *----------------------------------------------------------------
      *    新世代の区分別残高（LOANRSVB と同じ並び）
      *----------------------------------------------------------------
       01  WK-RSV-OUT.
           05  WK-RO-CATEGORY      PIC 9(01).
           05  WK-RO-AS-OF-DATE    PIC 9(08).
           05  WK-RO-RATIO         PIC 9(03)V9(03).
           05  WK-RO-LOAN-COUNT    PIC 9(07).
           05  WK-RO-BALANCE       PIC 9(12).
           05  WK-RO-RESERVE       PIC 9(12).
      *----------------------------------------------------------------
      *    仕訳行の組立てと貸借合計
      *----------------------------------------------------------------
       01  WK-LINE-DEBIT       PIC 9(12).
       01  WK-LINE-CREDIT      PIC 9(12).
       01  WK-LINE-ACCOUNT     PIC X(04).
       01  WK-LINE-NAME        PIC X(24).
       01  WK-DEBIT-TOTAL      PIC 9(13)            VALUE ZERO.
       01  WK-CREDIT-TOTAL     PIC 9(13)            VALUE ZERO.
      *----------------------------------------------------------------
      *    査定台帳の編集行
      *----------------------------------------------------------------
       01  WK-AR-HEADER.
           05  FILLER              PIC X(46)  VALUE
               "LOANASMT 自己査定 貸倒引当金 台帳".
           05  FILLER              PIC X(10)  VALUE "基準日 ".
           05  WK-AH-AS-OF         PIC 9(08).
           05  FILLER              PIC X(16)  VALUE SPACES.
       01  WK-AR-LOAN-TITLE    PIC X(40)  VALUE
           "契約別 査定明細".
       01  WK-AR-LOAN-COLHDR.
           05  FILLER              PIC X(48)  VALUE
               "ローン番号 借入人 状 延滞 据置 区".
           05  FILLER              PIC X(32)  VALUE
               "区分名 残元金 引当額".
       01  WK-AR-LOAN-LINE.
           05  WK-AL-LOAN-NO       PIC 9(09).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-AL-BORROWER      PIC X(10).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-AL-STATUS        PIC X(01).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-AL-ARREARS       PIC ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-AL-IO-LEFT       PIC ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-AL-LOAN-CAT      PIC 9(01).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-AL-BR-CAT-NAME   PIC X(15).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-AL-LEFT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-AL-RESERVE       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(08)  VALUE SPACES.
       01  WK-AR-BR-TITLE      PIC X(40)  VALUE
           "借入人別 査定集計".
       01  WK-AR-BR-COLHDR     PIC X(80)  VALUE
           "借入人ID 債務者区分 件数 残元金 引当額".
       01  WK-AR-BR-LINE.
           05  WK-BL-BORROWER      PIC X(10).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-BL-CAT-NAME      PIC X(15).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-BL-LOANS         PIC ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-BL-BALANCE       PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-BL-RESERVE       PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(18)  VALUE SPACES.
       01  WK-AR-SUM-TITLE     PIC X(40)  VALUE
           "債務者区分別 集計".
       01  WK-AR-SUM-COLHDR.
           05  FILLER              PIC X(40)  VALUE
               "債務者区分 引当率 件数".
           05  FILLER              PIC X(40)  VALUE
               "借入人 残元金 引当額".
       01  WK-AR-SUM-LINE.
           05  WK-SL-CAT-NAME      PIC X(15).
           05  WK-SL-RATIO         PIC ZZ9.999.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-SL-LOANS         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-SL-BORROWERS     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-SL-BALANCE       PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-SL-RESERVE       PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(10)  VALUE SPACES.
       01  WK-AR-MOVE-TITLE    PIC X(40)  VALUE
           "引当金 前期末からの増減".
       01  WK-AR-MOVE-COLHDR   PIC X(80)  VALUE
           "債務者区分 前期末 当期末 増減".
       01  WK-AR-MOVE-LINE.
           05  WK-ML-CAT-NAME      PIC X(15).
           05  WK-ML-PREV          PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-ML-CURR          PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WK-ML-DIFF          PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(17)  VALUE SPACES.
       01  WK-DIFF-WORK        PIC S9(13).
      ****************************************************************
       PROCEDURE               DIVISION.
      ****************************************************************
       HAJIME.
       MAIN-000.
           PERFORM MAIN-010-OPEN     THRU MAIN-010-EXIT.
           PERFORM MAIN-020-READ     THRU MAIN-020-EXIT.
           PERFORM MAIN-100-COLLECT  THRU MAIN-100-EXIT
                   UNTIL WK-EOF.
           CLOSE LOAN-MASTER-FILE.
           PERFORM MAIN-180-REOPEN   THRU MAIN-180-EXIT.
           PERFORM MAIN-020-READ     THRU MAIN-020-EXIT.
           PERFORM MAIN-200-REGISTER THRU MAIN-200-EXIT
                   UNTIL WK-EOF.
           PERFORM MAIN-300-BORROWERS THRU MAIN-300-EXIT.
           PERFORM MAIN-400-SUMMARY  THRU MAIN-400-EXIT.
           PERFORM MAIN-500-MOVEMENT THRU MAIN-500-EXIT.
           PERFORM MAIN-600-JOURNAL  THRU MAIN-600-EXIT.
           PERFORM MAIN-700-CARRY    THRU MAIN-700-EXIT.
           PERFORM MAIN-900-CLOSE    THRU MAIN-900-EXIT.
           DISPLAY "LOANASMT 査定件数  = " WK-LOAN-COUNT.
           DISPLAY "LOANASMT 借入人数  = " WK-BR-COUNT.
           DISPLAY "LOANASMT 残元金計  = " WK-TOT-BALANCE.
           DISPLAY "LOANASMT 引当金計  = " WK-TOT-RESERVE.
           DISPLAY "LOANASMT 前期末計  = " WK-TOT-PREV.
           DISPLAY "LOANASMT 基準日    = " WK-AS-OF-DATE.
           GOBACK.
      *----------------------------------------------------------------
      *    初期化・ファイル オープン。四半期末の月の最終営業日の
      *    繰越完了後にだけ走らせる。引当率が 5区分そろわない・前期分の世代が
      *    当期以降の日付、のときは何も書かずに条件コード 8 で終わる
      *----------------------------------------------------------------
       MAIN-010-OPEN.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WK-RUNC-STATUS NOT = "00"
              DISPLAY "LOANASMT E001 実行管理 オープン失敗 "
                      WK-RUNC-STATUS
              GOBACK
           END-IF.
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY "LOANASMT E001 実行管理が空"
                   GOBACK
           END-READ.
           CLOSE RUN-CONTROL-FILE.
           MOVE RC-BUSINESS-DATE TO WK-BUSINESS-DATE.
           IF NOT RC-ROLL-DONE
              DISPLAY "LOANASMT E002 営業日 " RC-BUSINESS-DATE
                      " の繰越が未完了のため査定しない"
              GOBACK
           END-IF.
           IF NOT WK-QUARTER-MONTH
              DISPLAY "LOANASMT E003 四半期末の月ではない "
                      RC-BUSINESS-DATE
              GOBACK
           END-IF.
           PERFORM MAIN-050-AS-OF THRU MAIN-050-EXIT.
           INITIALIZE WK-CAT-TABLE-AREA.
           PERFORM MAIN-030-PARAM THRU MAIN-030-EXIT.
           PERFORM MAIN-040-PREV  THRU MAIN-040-EXIT.
           IF WK-ERROR-COUNT > ZERO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WK-MASTER-STATUS NOT = "00"
              DISPLAY "LOANASMT E004 マスタ オープン失敗 "
                      WK-MASTER-STATUS
              GOBACK
           END-IF.
           OPEN OUTPUT REGISTER-FILE.
           IF WK-REG-STATUS NOT = "00"
              DISPLAY "LOANASMT E005 査定台帳 オープン失敗 "
                      WK-REG-STATUS
              GOBACK
           END-IF.
           OPEN OUTPUT RESERVE-JE-FILE.
           IF WK-GL-STATUS NOT = "00"
              DISPLAY "LOANASMT E006 引当仕訳 オープン失敗 "
                      WK-GL-STATUS
              GOBACK
           END-IF.
           OPEN OUTPUT RESERVE-OUT.
           IF WK-RSV-OUT-STATUS NOT = "00"
              DISPLAY "LOANASMT E007 引当残高 オープン失敗 "
                      WK-RSV-OUT-STATUS
              GOBACK
           END-IF.
           MOVE WK-AS-OF-DATE     TO WK-AH-AS-OF.
           MOVE WK-AR-HEADER      TO AR-PRINT-LINE.
           WRITE AR-PRINT-LINE.
           MOVE WK-AR-LOAN-TITLE  TO AR-PRINT-LINE.
           WRITE AR-PRINT-LINE.
           MOVE WK-AR-LOAN-COLHDR TO AR-PRINT-LINE.
           WRITE AR-PRINT-LINE.
       MAIN-010-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    引当率パラメータの読込み。区分ごとに 1件。同じ区分が
      *    二度あれば後の行を使う
      *----------------------------------------------------------------
       MAIN-030-PARAM.
           OPEN INPUT PARAM-FILE.
           IF WK-PARAM-STATUS NOT = "00"
              DISPLAY "LOANASMT E008 引当率 オープン失敗 "
                      WK-PARAM-STATUS
              ADD 1 TO WK-ERROR-COUNT
              GO TO MAIN-030-EXIT
           END-IF.
           PERFORM MAIN-031-PARAM-ONE THRU MAIN-031-EXIT
                   UNTIL WK-PARAM-EOF.
           CLOSE PARAM-FILE.
           PERFORM MAIN-032-PARAM-CHECK THRU MAIN-032-EXIT
                   VARYING WK-CAT-IDX FROM 1 BY 1
                   UNTIL WK-CAT-IDX > 5.
       MAIN-030-EXIT.
           EXIT.
      *
       MAIN-031-PARAM-ONE.
           READ PARAM-FILE
               AT END
                   SET WK-PARAM-EOF TO TRUE
                   GO TO MAIN-031-EXIT
           END-READ.
           IF RP-CATEGORY < 1 OR RP-CATEGORY > 5
              OR RP-RATIO > 100
              DISPLAY "LOANASMT E009 引当率の行誤り "
                      RP-CATEGORY " " RP-RATIO
              ADD 1 TO WK-ERROR-COUNT
              GO TO MAIN-031-EXIT
           END-IF.
           MOVE RP-RATIO TO WK-CT-RATIO(RP-CATEGORY).
           MOVE "Y"      TO WK-CT-RATIO-SW(RP-CATEGORY).
       MAIN-031-EXIT.
           EXIT.
      *
       MAIN-032-PARAM-CHECK.
           IF WK-CT-RATIO-SW(WK-CAT-IDX) NOT = "Y"
              DISPLAY "LOANASMT E010 引当率なし "
                      WK-CAT-NAME(WK-CAT-IDX)
              ADD 1 TO WK-ERROR-COUNT
           END-IF.
       MAIN-032-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    前期末の区分別引当金残高（前世代）の読込み。初回で世代
      *    が無ければ前期末ゼロとして続行する
      *----------------------------------------------------------------
       MAIN-040-PREV.
           OPEN INPUT RESERVE-IN.
           IF WK-RSV-IN-STATUS NOT = "00"
              DISPLAY "LOANASMT I001 前期引当残高なし"
              GO TO MAIN-040-EXIT
           END-IF.
           PERFORM MAIN-041-PREV-ONE THRU MAIN-041-EXIT
                   UNTIL WK-RSV-EOF.
           CLOSE RESERVE-IN.
       MAIN-040-EXIT.
           EXIT.
      *
       MAIN-041-PREV-ONE.
           READ RESERVE-IN
               AT END
                   SET WK-RSV-EOF TO TRUE
                   GO TO MAIN-041-EXIT
           END-READ.
           IF RB-CATEGORY < 1 OR RB-CATEGORY > 5
              DISPLAY "LOANASMT E011 前期引当残高の区分誤り "
                      RB-CATEGORY
              ADD 1 TO WK-ERROR-COUNT
              GO TO MAIN-041-EXIT
           END-IF.
      *        当期以降の日付の世代は入力の取り違え（同じ四半期の
      *        再実行には、前回の実行で読んだ世代を渡すこと）
           IF RB-AS-OF-DATE NOT < WK-AS-OF-DATE
              DISPLAY "LOANASMT E012 前期基準日誤り "
                      RB-AS-OF-DATE
              ADD 1 TO WK-ERROR-COUNT
              GO TO MAIN-041-EXIT
           END-IF.
           MOVE RB-AS-OF-DATE TO WK-PREV-DATE.
           MOVE RB-RESERVE    TO WK-CT-PREV(RB-CATEGORY).
           ADD  RB-RESERVE    TO WK-TOT-PREV.
           ADD  1             TO WK-PREV-COUNT.
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
              DISPLAY "LOANASMT E015 営業日 " WK-BUSINESS-DATE
                      " の翌営業日が求められない "
                      WK-LK-BD-RETURN-CODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WK-LK-BD-RESULT(1:6) NOT = WK-NEXT-FIRST(1:6)
              DISPLAY "LOANASMT E016 営業日 " WK-BUSINESS-DATE
                      " は月の最終営業日でない"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       MAIN-050-EXIT.
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
      *    1回目の読込み。残元金のある契約を分類し、借入人ごとに
      *    最悪区分・件数・残元金を集める（完済は査定の対象外）
      *----------------------------------------------------------------
       MAIN-100-COLLECT.
           IF LM-PAID-OFF OR LM-LOAN-LEFT = ZERO
              GO TO MAIN-100-NEXT
           END-IF.
           PERFORM MAIN-150-CLASSIFY THRU MAIN-150-EXIT.
           PERFORM MAIN-110-BR-LOOKUP THRU MAIN-110-EXIT.
           IF NOT WK-BR-FOUND
              IF WK-BR-COUNT NOT < WK-BR-MAX
                 DISPLAY "LOANASMT E013 借入人テーブル満杯 "
                         WK-BR-MAX
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD  1              TO WK-BR-COUNT
              MOVE WK-BR-COUNT    TO WK-BR-IDX
              MOVE LM-BORROWER-ID TO WK-BR-ID(WK-BR-IDX)
              MOVE WK-LOAN-CAT    TO WK-BR-CAT(WK-BR-IDX)
              MOVE ZERO           TO WK-BR-LOANS(WK-BR-IDX)
                                     WK-BR-BALANCE(WK-BR-IDX)
                                     WK-BR-RESERVE(WK-BR-IDX)
           END-IF.
           IF WK-LOAN-CAT > WK-BR-CAT(WK-BR-IDX)
              MOVE WK-LOAN-CAT TO WK-BR-CAT(WK-BR-IDX)
           END-IF.
           MOVE LM-LOAN-LEFT TO WK-LEFT-INT.
           ADD  1            TO WK-BR-LOANS(WK-BR-IDX).
           ADD  WK-LEFT-INT  TO WK-BR-BALANCE(WK-BR-IDX).
       MAIN-100-NEXT.
           PERFORM MAIN-020-READ THRU MAIN-020-EXIT.
       MAIN-100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    借入人テーブルを先頭から探す
      *----------------------------------------------------------------
       MAIN-110-BR-LOOKUP.
           MOVE "N" TO WK-BR-FOUND-SW.
           PERFORM MAIN-111-BR-ONE THRU MAIN-111-EXIT
                   VARYING WK-BR-IDX FROM 1 BY 1
                   UNTIL WK-BR-FOUND
                      OR WK-BR-IDX > WK-BR-COUNT.
      *        見つかったときは PERFORM の増分で 1 進んでいるため
      *        戻す
           IF WK-BR-FOUND
              SUBTRACT 1 FROM WK-BR-IDX
           END-IF.
       MAIN-110-EXIT.
           EXIT.
      *
       MAIN-111-BR-ONE.
           IF WK-BR-ID(WK-BR-IDX) = LM-BORROWER-ID
              MOVE "Y" TO WK-BR-FOUND-SW
           END-IF.
       MAIN-111-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    契約の区分。悪い方から順に判定する
      *      5 破綻先    ：期限の利益喪失（状態 X）
      *      4 破綻懸念先：延滞 3回以上（加速のしきい値を 3 より
      *                    大きくしている場合に残る延滞契約）
      *      3 要管理先  ：条件変更（元金据置き）中
      *      2 要注意先  ：延滞中（状態 D または延滞回数あり）
      *      1 正常先    ：上記以外
      *----------------------------------------------------------------
       MAIN-150-CLASSIFY.
           EVALUATE TRUE
               WHEN LM-ACCELERATED
                   MOVE 5 TO WK-LOAN-CAT
               WHEN LM-ARREARS-PERIODS NOT < WK-DOUBTFUL-PERIODS
                   MOVE 4 TO WK-LOAN-CAT
               WHEN LM-IO-MONTHS-LEFT > ZERO
                   MOVE 3 TO WK-LOAN-CAT
               WHEN LM-DELINQUENT OR LM-ARREARS-PERIODS > ZERO
                   MOVE 2 TO WK-LOAN-CAT
               WHEN OTHER
                   MOVE 1 TO WK-LOAN-CAT
           END-EVALUATE.
       MAIN-150-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    2回目の読込みのためマスタを開き直す
      *----------------------------------------------------------------
       MAIN-180-REOPEN.
           MOVE "N" TO WK-EOF-SW.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WK-MASTER-STATUS NOT = "00"
              DISPLAY "LOANASMT E004 マスタ オープン失敗 "
                      WK-MASTER-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
       MAIN-180-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    2回目の読込み。契約ごとに借入人の区分の率で引当額を求め
      *    （円未満四捨五入）、契約別の明細を印字して借入人・区分
      *    の合計へ積む
      *----------------------------------------------------------------
       MAIN-200-REGISTER.
           IF LM-PAID-OFF OR LM-LOAN-LEFT = ZERO
              GO TO MAIN-200-NEXT
           END-IF.
           PERFORM MAIN-150-CLASSIFY THRU MAIN-150-EXIT.
           PERFORM MAIN-110-BR-LOOKUP THRU MAIN-110-EXIT.
           IF NOT WK-BR-FOUND
              DISPLAY "LOANASMT E014 借入人の取りこぼし "
                      LM-LOAN-NO
              ADD 1 TO WK-ERROR-COUNT
              GO TO MAIN-200-NEXT
           END-IF.
           MOVE WK-BR-CAT(WK-BR-IDX) TO WK-CAT-IDX.
           MOVE LM-LOAN-LEFT         TO WK-LEFT-INT.
           COMPUTE WK-RESERVE ROUNDED
                 = WK-LEFT-INT * WK-CT-RATIO(WK-CAT-IDX) / 100.
           ADD  1             TO WK-LOAN-COUNT.
           ADD  WK-RESERVE    TO WK-BR-RESERVE(WK-BR-IDX).
           ADD  1             TO WK-CT-LOANS(WK-CAT-IDX).
           ADD  WK-LEFT-INT   TO WK-CT-BALANCE(WK-CAT-IDX).
           ADD  WK-RESERVE    TO WK-CT-RESERVE(WK-CAT-IDX).
           ADD  WK-LEFT-INT   TO WK-TOT-BALANCE.
           ADD  WK-RESERVE    TO WK-TOT-RESERVE.
           MOVE LM-LOAN-NO            TO WK-AL-LOAN-NO.
           MOVE LM-BORROWER-ID        TO WK-AL-BORROWER.
           MOVE LM-STATUS             TO WK-AL-STATUS.
           MOVE LM-ARREARS-PERIODS    TO WK-AL-ARREARS.
           MOVE LM-IO-MONTHS-LEFT     TO WK-AL-IO-LEFT.
           MOVE WK-LOAN-CAT           TO WK-AL-LOAN-CAT.
           MOVE WK-CAT-NAME(WK-CAT-IDX) TO WK-AL-BR-CAT-NAME.
           MOVE WK-LEFT-INT           TO WK-AL-LEFT.
           MOVE WK-RESERVE            TO WK-AL-RESERVE.
           MOVE WK-AR-LOAN-LINE       TO AR-PRINT-LINE.
           WRITE AR-PRINT-LINE.
       MAIN-200-NEXT.
           PERFORM MAIN-020-READ THRU MAIN-020-EXIT.
       MAIN-200-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    借入人別の集計（初出の順＝最初の契約のローン番号順）
      *----------------------------------------------------------------
       MAIN-300-BORROWERS.
           MOVE SPACES          TO AR-PRINT-LINE.
           WRITE AR-PRINT-LINE.
           MOVE WK-AR-BR-TITLE  TO AR-PRINT-LINE.
           WRITE AR-PRINT-LINE.
           MOVE WK-AR-BR-COLHDR TO AR-PRINT-LINE.
           WRITE AR-PRINT-LINE.
           PERFORM MAIN-310-BR-LINE THRU MAIN-310-EXIT
                   VARYING WK-BR-IDX FROM 1 BY 1
                   UNTIL WK-BR-IDX > WK-BR-COUNT.
       MAIN-300-EXIT.
           EXIT.
      *
       MAIN-310-BR-LINE.
           MOVE WK-BR-CAT(WK-BR-IDX)     TO WK-CAT-IDX.
           ADD  1 TO WK-CT-BORROWERS(WK-CAT-IDX).
           MOVE WK-BR-ID(WK-BR-IDX)      TO WK-BL-BORROWER.
           MOVE WK-CAT-NAME(WK-CAT-IDX)  TO WK-BL-CAT-NAME.
           MOVE WK-BR-LOANS(WK-BR-IDX)   TO WK-BL-LOANS.
           MOVE WK-BR-BALANCE(WK-BR-IDX) TO WK-BL-BALANCE.
           MOVE WK-BR-RESERVE(WK-BR-IDX) TO WK-BL-RESERVE.
           MOVE WK-AR-BR-LINE            TO AR-PRINT-LINE.
           WRITE AR-PRINT-LINE.
       MAIN-310-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    債務者区分別の集計と合計
      *----------------------------------------------------------------
       MAIN-400-SUMMARY.
           MOVE SPACES           TO AR-PRINT-LINE.
           WRITE AR-PRINT-LINE.
           MOVE WK-AR-SUM-TITLE  TO AR-PRINT-LINE.
           WRITE AR-PRINT-LINE.
           MOVE WK-AR-SUM-COLHDR TO AR-PRINT-LINE.
           WRITE AR-PRINT-LINE.
           PERFORM MAIN-410-SUM-LINE THRU MAIN-410-EXIT
                   VARYING WK-CAT-IDX FROM 1 BY 1
                   UNTIL WK-CAT-IDX > 5.
           MOVE "合計"           TO WK-SL-CAT-NAME.
           MOVE ZERO             TO WK-SL-RATIO.
           MOVE WK-LOAN-COUNT    TO WK-SL-LOANS.
           MOVE WK-BR-COUNT      TO WK-SL-BORROWERS.
           MOVE WK-TOT-BALANCE   TO WK-SL-BALANCE.
           MOVE WK-TOT-RESERVE   TO WK-SL-RESERVE.
           MOVE WK-AR-SUM-LINE   TO AR-PRINT-LINE.
           WRITE AR-PRINT-LINE.
       MAIN-400-EXIT.
           EXIT.
      *
       MAIN-410-SUM-LINE.
           MOVE WK-CAT-NAME(WK-CAT-IDX)     TO WK-SL-CAT-NAME.
           MOVE WK-CT-RATIO(WK-CAT-IDX)     TO WK-SL-RATIO.
           MOVE WK-CT-LOANS(WK-CAT-IDX)     TO WK-SL-LOANS.
           MOVE WK-CT-BORROWERS(WK-CAT-IDX) TO WK-SL-BORROWERS.
           MOVE WK-CT-BALANCE(WK-CAT-IDX)   TO WK-SL-BALANCE.
           MOVE WK-CT-RESERVE(WK-CAT-IDX)   TO WK-SL-RESERVE.
           MOVE WK-AR-SUM-LINE              TO AR-PRINT-LINE.
           WRITE AR-PRINT-LINE.
       MAIN-410-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    前期末からの引当金の増減（区分別と合計）
      *----------------------------------------------------------------
       MAIN-500-MOVEMENT.
           MOVE SPACES            TO AR-PRINT-LINE.
           WRITE AR-PRINT-LINE.
           MOVE WK-AR-MOVE-TITLE  TO AR-PRINT-LINE.
           WRITE AR-PRINT-LINE.
           MOVE WK-AR-MOVE-COLHDR TO AR-PRINT-LINE.
           WRITE AR-PRINT-LINE.
           PERFORM MAIN-510-MOVE-LINE THRU MAIN-510-EXIT
                   VARYING WK-CAT-IDX FROM 1 BY 1
                   UNTIL WK-CAT-IDX > 5.
           COMPUTE WK-MOVEMENT = WK-TOT-RESERVE - WK-TOT-PREV.
           MOVE "合計"            TO WK-ML-CAT-NAME.
           MOVE WK-TOT-PREV       TO WK-ML-PREV.
           MOVE WK-TOT-RESERVE    TO WK-ML-CURR.
           MOVE WK-MOVEMENT       TO WK-ML-DIFF.
           MOVE WK-AR-MOVE-LINE   TO AR-PRINT-LINE.
           WRITE AR-PRINT-LINE.
       MAIN-500-EXIT.
           EXIT.
      *
       MAIN-510-MOVE-LINE.
           COMPUTE WK-DIFF-WORK = WK-CT-RESERVE(WK-CAT-IDX)
                                - WK-CT-PREV(WK-CAT-IDX).
           MOVE WK-CAT-NAME(WK-CAT-IDX)   TO WK-ML-CAT-NAME.
           MOVE WK-CT-PREV(WK-CAT-IDX)    TO WK-ML-PREV.
           MOVE WK-CT-RESERVE(WK-CAT-IDX) TO WK-ML-CURR.
           MOVE WK-DIFF-WORK              TO WK-ML-DIFF.
           MOVE WK-AR-MOVE-LINE           TO AR-PRINT-LINE.
           WRITE AR-PRINT-LINE.
       MAIN-510-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    引当金の増減の仕訳（差額補充法）。増加は貸倒引当金繰入額
      *    5010／貸倒引当金 1290、減少は貸倒引当金 1290／貸倒引当金
      *    戻入益 4080。増減ゼロの期は仕訳行を書かずコントロール
      *    だけを置く
      *----------------------------------------------------------------
       MAIN-600-JOURNAL.
           IF WK-MOVEMENT > ZERO
              MOVE "5010"            TO WK-LINE-ACCOUNT
              MOVE "貸倒引当金繰入額" TO WK-LINE-NAME
              MOVE WK-MOVEMENT       TO WK-LINE-DEBIT
              MOVE ZERO              TO WK-LINE-CREDIT
              PERFORM MAIN-610-LINE THRU MAIN-610-EXIT
              MOVE "1290"            TO WK-LINE-ACCOUNT
              MOVE "貸倒引当金"       TO WK-LINE-NAME
              MOVE ZERO              TO WK-LINE-DEBIT
              MOVE WK-MOVEMENT       TO WK-LINE-CREDIT
              PERFORM MAIN-610-LINE THRU MAIN-610-EXIT
           END-IF.
           IF WK-MOVEMENT < ZERO
              MOVE "1290"            TO WK-LINE-ACCOUNT
              MOVE "貸倒引当金"       TO WK-LINE-NAME
              COMPUTE WK-LINE-DEBIT = ZERO - WK-MOVEMENT
              MOVE ZERO              TO WK-LINE-CREDIT
              PERFORM MAIN-610-LINE THRU MAIN-610-EXIT
              MOVE "4080"            TO WK-LINE-ACCOUNT
              MOVE "貸倒引当金戻入益" TO WK-LINE-NAME
              MOVE ZERO              TO WK-LINE-DEBIT
              COMPUTE WK-LINE-CREDIT = ZERO - WK-MOVEMENT
              PERFORM MAIN-610-LINE THRU MAIN-610-EXIT
           END-IF.
           MOVE "C"              TO GL-CT-RECORD-TYPE.
           MOVE WK-AS-OF-DATE    TO GL-CT-RUN-DATE.
           MOVE WK-DEBIT-TOTAL   TO GL-CT-DEBIT-TOTAL.
           MOVE WK-CREDIT-TOTAL  TO GL-CT-CREDIT-TOTAL.
           MOVE ZERO             TO GL-CT-PRINCIPAL-MOVE.
           WRITE GL-CONTROL-RECORD.
       MAIN-600-EXIT.
           EXIT.
      *
       MAIN-610-LINE.
           MOVE "J"              TO GL-RECORD-TYPE.
           MOVE WK-AS-OF-DATE    TO GL-RUN-DATE.
           MOVE WK-LINE-ACCOUNT  TO GL-ACCOUNT-CODE.
           MOVE WK-LINE-NAME     TO GL-ACCOUNT-NAME.
           MOVE WK-LINE-DEBIT    TO GL-DEBIT.
           MOVE WK-LINE-CREDIT   TO GL-CREDIT.
           WRITE GL-JOURNAL-RECORD.
           ADD  WK-LINE-DEBIT    TO WK-DEBIT-TOTAL.
           ADD  WK-LINE-CREDIT   TO WK-CREDIT-TOTAL.
       MAIN-610-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    区分別の引当金残高を新世代へ書き出す（次の四半期末の
      *    前期分になる）
      *----------------------------------------------------------------
       MAIN-700-CARRY.
           PERFORM MAIN-710-CARRY-ONE THRU MAIN-710-EXIT
                   VARYING WK-CAT-IDX FROM 1 BY 1
                   UNTIL WK-CAT-IDX > 5.
       MAIN-700-EXIT.
           EXIT.
      *
       MAIN-710-CARRY-ONE.
           MOVE WK-CAT-IDX                TO WK-RO-CATEGORY.
           MOVE WK-AS-OF-DATE             TO WK-RO-AS-OF-DATE.
           MOVE WK-CT-RATIO(WK-CAT-IDX)   TO WK-RO-RATIO.
           MOVE WK-CT-LOANS(WK-CAT-IDX)   TO WK-RO-LOAN-COUNT.
           MOVE WK-CT-BALANCE(WK-CAT-IDX) TO WK-RO-BALANCE.
           MOVE WK-CT-RESERVE(WK-CAT-IDX) TO WK-RO-RESERVE.
           WRITE RO-RESERVE-RECORD FROM WK-RSV-OUT.
       MAIN-710-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    終了処理
      *----------------------------------------------------------------
       MAIN-900-CLOSE.
           CLOSE LOAN-MASTER-FILE REGISTER-FILE RESERVE-JE-FILE
                 RESERVE-OUT.
           IF WK-ERROR-COUNT > ZERO
              DISPLAY "LOANASMT 異常件数  = " WK-ERROR-COUNT
              MOVE 8 TO RETURN-CODE
           END-IF.
       MAIN-900-EXIT.
           EXIT.
      *--------------------<< END OF PROGRAM >>-----------------------*
