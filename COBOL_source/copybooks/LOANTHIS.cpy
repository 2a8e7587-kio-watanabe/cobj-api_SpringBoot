      ****************************************************************
      *  LOANTHIS                                                   *
      *  取引履歴（恒久）1レコード分のレイアウト                    *
      *  索引編成。キーはローン番号＋計上日＋連番。契約の残高を     *
      *  動かす・請求を変える取引が起きるたびに各プログラムが       *
      *  1件ずつ追記し、消さずに持ち続ける（取引明細 LOANSTMT      *
      *  が期間を指定して印字する）。連番は同じ契約・同じ計上日     *
      *  の中で 1 から振り、重複（状態 22）なら次の番号で書く       *
      *  取引後の残元金・延滞額・損害金・状態は書込み時点の         *
      *  マスタの値で、明細の残高欄と突合の基礎になる               *
      *  LOANROLL が書いた分（TH-SOURCE = LOANROLL）は、繰越の      *
      *  再開・取消し（LOANRBKO）のときにその営業日の分だけ消して   *
      *  書き直す                                                   *
      ****************************************************************
       01  TH-HISTORY-RECORD.
           05  TH-KEY.
               10  TH-LOAN-NO       PIC 9(09).
               10  TH-POST-DATE     PIC 9(08).
               10  TH-SEQ           PIC 9(05).
      *        取引種別
      *          繰越（LOANROLL）
      *            RP=入金消込 PA=一部入金充当 SU=入金保留
      *            MS=未入金（延滞計上） LC=遅延損害金計上
      *            AC=期限の利益喪失 RV=一括回収 PO=完済見積清算
      *          保守（LOANMNT）
      *            MA=新規契約 MC=条件変更 MP=完済 MR=復活
      *            MM=元金据置き
      *          保留管理（LOANSMGT）
      *            SR=保留再呈示 SF=保留返金 SW=保留償却
      *          振替不能（LOANDDRT） DR=口座振替不能
      *          代位弁済（LOANSBST） SB=代位弁済
           05  TH-TRAN-TYPE         PIC X(02).
               88  TH-RECEIPT-POST  VALUE "RP".
               88  TH-PARTIAL       VALUE "PA".
               88  TH-SUSPENSE      VALUE "SU".
               88  TH-MISSED        VALUE "MS".
               88  TH-LATE-ACCRUE   VALUE "LC".
               88  TH-ACCELERATE    VALUE "AC".
               88  TH-RECOVER       VALUE "RV".
               88  TH-PAYOFF        VALUE "PO".
               88  TH-MNT-ADD       VALUE "MA".
               88  TH-MNT-CHANGE    VALUE "MC".
               88  TH-MNT-CLOSE     VALUE "MP".
               88  TH-MNT-REACT     VALUE "MR".
               88  TH-MNT-RESTRUCT  VALUE "MM".
               88  TH-SUSP-REPRESENT VALUE "SR".
               88  TH-SUSP-REFUND   VALUE "SF".
               88  TH-SUSP-WRITEOFF VALUE "SW".
               88  TH-DEBIT-RETURN  VALUE "DR".
               88  TH-SUBROGATION   VALUE "SB".
      *        書き込んだプログラム名
           05  TH-SOURCE            PIC X(08).
      *        起算日。入金は入金日、保留処分は元の入金日、振替
      *        不能は請求年月の 1日、それ以外は計上日と同じ
           05  TH-VALUE-DATE        PIC 9(08).
      *        取引金額（入金額・計上額・請求額・新規の貸付額）と
      *        その内訳。元金は残元金を減らした額（新規契約では
      *        ゼロ。貸付額は取引金額に置く）。利息は入金のうち
      *        利息収入になった額
           05  TH-AMOUNT            PIC 9(09).
           05  TH-PRINCIPAL         PIC 9(09).
           05  TH-INTEREST          PIC S9(09).
           05  TH-LATE-CHARGE       PIC 9(09).
           05  TH-ARREARS           PIC 9(09).
      *        取引後の契約の状態（書込み時点のマスタ）
           05  TH-BALANCE           PIC 9(09).
           05  TH-ARREARS-AFTER     PIC 9(09).
           05  TH-LATE-AFTER        PIC 9(09).
           05  TH-STATUS-AFTER      PIC X(01).
      *        補足（保留の理由コード・銀行の事由コードなど）
           05  TH-NOTE              PIC X(10).
