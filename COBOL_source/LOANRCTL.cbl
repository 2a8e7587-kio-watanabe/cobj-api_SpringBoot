      *                     しきい値の設定（区分 T）と照会への表示
      *                     を追加。ゼロのままなら LOANROLL は既定
      *                     値 3 を使う
      *    2026/10/15  TSH  繰上げの新しい営業日を営業日カレンダー
      *                     （LOANBDAY）で検査する。暦に無い日付・
      *                     休業日（土曜・日曜・カレンダーの休日）は
      *                     受け付けず、次の営業日を示して、了承が
      *                     あればその日で繰り上げる
      *----------------------------------------------------------------
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
           05  WK-ND-YEAR      PIC 9(04).
           05  WK-ND-MONTH     PIC 9(02).
           05  WK-ND-DAY       PIC 9(02).
      *----------------------------------------------------------------
      *    繰上げ日の検査。休業日・日付誤りのときは次の営業日を
      *    示し、Y の応答でその日に置き換える
      *----------------------------------------------------------------
       01  WK-DATE-OK-SW       PIC X(01)            VALUE "N".
           88  WK-DATE-OK                           VALUE "Y".
       01  WK-OFFER-DATE       PIC 9(08).
       01  WK-REPLY            PIC X(01).
      *----------------------------------------------------------------
      *    LOANBDAY 呼出し用パラメタ
      *----------------------------------------------------------------
       01  WK-LK-BD-FUNCTION   PIC X(01).
       01  WK-LK-BD-DATE       PIC 9(08).
       01  WK-LK-BD-DATE-2     PIC 9(08)            VALUE ZERO.
       01  WK-LK-BD-RESULT     PIC 9(08).
       01  WK-LK-BD-DAYS       PIC S9(05).
       01  WK-LK-BD-RETURN-CODE PIC 99.
      ****************************************************************
       PROCEDURE               DIVISION.
      ****************************************************************
           EXIT.
      *----------------------------------------------------------------
      *    営業日の繰上げ。新しい営業日を受け取り、各ジョブの
      *    状態を未実行へ戻して書き出す。休業日ならその日以降の
      *    最初の営業日を、暦に無い日付なら現在の営業日の翌営業日
      *    を示す（実行管理が未作成なら示さずに終わる）
      *----------------------------------------------------------------
       MAIN-100-ADVANCE.
           DISPLAY "新しい営業日 (YYYYMMDD): " NO ADVANCING.
           ACCEPT WK-NEW-DATE.
           MOVE "Y"         TO WK-DATE-OK-SW.
           MOVE "C"         TO WK-LK-BD-FUNCTION.
           MOVE WK-NEW-DATE TO WK-LK-BD-DATE.
           PERFORM MAIN-150-CALL-BDAY THRU MAIN-150-EXIT.
           EVALUATE WK-LK-BD-RETURN-CODE
               WHEN ZERO
                   CONTINUE
               WHEN 01
                   MOVE "N" TO WK-DATE-OK-SW
                   DISPLAY "LOANRCTL E006 休業日 " WK-NEW-DATE
                   MOVE WK-LK-BD-RESULT TO WK-OFFER-DATE
                   PERFORM MAIN-110-OFFER THRU MAIN-110-EXIT
               WHEN OTHER
                   MOVE "N" TO WK-DATE-OK-SW
                   DISPLAY "LOANRCTL E002 日付誤り " WK-NEW-DATE
                   IF WK-EXIST
                      MOVE "N"              TO WK-LK-BD-FUNCTION
                      MOVE RC-BUSINESS-DATE TO WK-LK-BD-DATE
                      PERFORM MAIN-150-CALL-BDAY THRU MAIN-150-EXIT
                      MOVE WK-LK-BD-RESULT  TO WK-OFFER-DATE
                      PERFORM MAIN-110-OFFER THRU MAIN-110-EXIT
                   END-IF
           END-EVALUATE.
           IF NOT WK-DATE-OK
              GO TO MAIN-100-EXIT
           END-IF.
           IF WK-EXIST AND WK-NEW-DATE NOT > RC-BUSINESS-DATE
       MAIN-100-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    次の営業日を示し、Y ならその日を新しい営業日とする
      *----------------------------------------------------------------
       MAIN-110-OFFER.
           IF WK-OFFER-DATE = ZERO
              GO TO MAIN-110-EXIT
           END-IF.
           DISPLAY "次の営業日 " WK-OFFER-DATE
                   " で繰り上げる (Y/N): " NO ADVANCING.
           ACCEPT WK-REPLY.
           IF WK-REPLY = "Y"
              MOVE WK-OFFER-DATE TO WK-NEW-DATE
              MOVE "Y"           TO WK-DATE-OK-SW
           END-IF.
       MAIN-110-EXIT.
           EXIT.
      *
       MAIN-150-CALL-BDAY.
           CALL "LOANBDAY"      USING WK-LK-BD-FUNCTION,
                                      WK-LK-BD-DATE,
                                      WK-LK-BD-DATE-2,
                                      WK-LK-BD-RESULT,
                                      WK-LK-BD-DAYS,
                                      WK-LK-BD-RETURN-CODE.
       MAIN-150-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *    同じ営業日の再開放（障害からのやり直し用。各ジョブの
      *    状態だけを未実行へ戻す）
      *----------------------------------------------------------------
