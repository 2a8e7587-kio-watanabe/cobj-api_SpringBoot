      ****************************************************************
      *  LOANPEND                                                   *
      *  保守取引の承認待ち 1レコード分のレイアウト                  *
      *  索引編成。キーは起票日＋連番。起票された LOANTRAN・         *
      *  BORRTRAN の取引は承認待ち登録（LOANPNDI）でまずここへ       *
      *  入り、承認（LOANAPRV）で承認者の承認を受けたものだけが      *
      *  LOANMNT・BORRMNT へ渡る。連番は同じ起票日の中で 1 から      *
      *  振り、重複（状態 22）なら次の番号で書く                     *
      *  状態  P=承認待ち  A=承認済み  R=却下  E=期限切れ            *
      *  承認済みは渡した営業日を PD-RELEASE-DATE に持つ             *
      ****************************************************************
       01  PD-PENDING-RECORD.
           05  PD-KEY.
               10  PD-ENTRY-DATE    PIC 9(08).
               10  PD-ENTRY-SEQ     PIC 9(05).
      *        取引の種類  L=ローン（LOANTRAN） B=借入人（BORRTRAN）
           05  PD-KIND              PIC X(01).
               88  PD-KIND-LOAN     VALUE "L".
               88  PD-KIND-BORR     VALUE "B".
           05  PD-STATUS            PIC X(01).
               88  PD-PENDING       VALUE "P".
               88  PD-APPROVED      VALUE "A".
               88  PD-REJECTED      VALUE "R".
               88  PD-EXPIRED       VALUE "E".
           05  PD-MAKER-ID          PIC X(08).
           05  PD-CHECKER-ID        PIC X(08).
      *        承認・却下・期限切れにした営業日
           05  PD-DECIDE-DATE       PIC 9(08).
      *        承認済みの取引を保守へ渡した営業日（未渡しはゼロ）
           05  PD-RELEASE-DATE      PIC 9(08).
      *        起票された取引レコード（ローンは 87 バイト、借入人は
      *        221 バイト）。一覧の印字用に区分と番号の見方を重ねる
           05  PD-TRAN-DATA         PIC X(221).
           05  PD-LOAN-VIEW         REDEFINES PD-TRAN-DATA.
               10  PD-L-TRAN-CODE   PIC X(01).
               10  PD-L-LOAN-NO     PIC 9(09).
               10  FILLER           PIC X(211).
           05  PD-BORR-VIEW         REDEFINES PD-TRAN-DATA.
               10  PD-B-TRAN-CODE   PIC X(01).
               10  PD-B-BORROWER-ID PIC X(10).
               10  FILLER           PIC X(210).
