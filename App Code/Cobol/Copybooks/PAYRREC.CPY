      *    reads forward and back.  An unclaimed payment that    *
      *    ages past the state's window closes to E with its     *
      *    history retained for the unclaimed-property filing.   *
      *    The payee is the author (type A) unless the author    *
      *    is represented -- then it is the agent (type G), with *
      *    the agent's commission rate as of registration so the *
      *    agent statement reads what was actually paid.  A      *
      *    payment CHKPRINT issues on paper carries its check    *
      *    number; spaces for EFT and for anything not yet       *
      *    printed.  The positive-pay flag records what the bank *
      *    has been told about that check -- I once it went out  *
      *    as issued, V once its void did -- so POSPAY sends     *
      *    each fact exactly once.  An EFT the bank sends back   *
      *    (ACHRET) closes to R with the bank's return reason;   *
      *    like a void it is no longer money owed, and its       *
      *    reissue carries its number as a void's does.  Pay-via *
      *    C sends a payment to CHKPRINT whatever the payee's    *
      *    method says -- an ACH reissue, or an EFT held back    *
      *    while a new account's prenote is out.                 *
      *    A garnishment or levy ROYCALC takes out of a royalty  *
      *    is registered as its own payable (type L) to the      *
      *    agency that issued the order, under the author's id   *
      *    and period with the agency id as payee -- always by   *
      *    check, never against the author's bank details.       *
      *    The paying entity is the legal company whose bank     *
      *    account the payment leaves from -- the entity of the  *
      *    imprint behind the royalty, spaces for the house. An  *
      *    author paid by two entities has a payment registered  *
      *    under each, and BANKDISB cuts each entity its own     *
      *    disbursement file.                                    *
      *    A check is the exception: CHKPRINT draws every check  *
      *    on the house's stock and account and POSPAY reports   *
      *    it to the house's bank, whatever entity owes it -- so *
      *    a check clears from the house's books, and the entity *
      *    settles with the house between the companies.         *
      *----------------------------------------------------------*
       01  PAY-REGISTER-LINE.
           05  PR-PAY-NUM              PIC 9(7).
               88  PR-PENDING              VALUE 'P'.
               88  PR-ISSUED               VALUE 'I'.
               88  PR-CLEARED              VALUE 'C'.
               88  PR-VOID                 VALUE 'V' 'R'.
               88  PR-RETURNED             VALUE 'R'.
               88  PR-ESCHEATED            VALUE 'E'.
           05  FILLER                  PIC X  VALUE SPACE.
           05  PR-STATUS-DATE          PIC X(8).
           05  FILLER                  PIC X  VALUE SPACE.
           05  PR-ORIG-PAY-NUM         PIC X(7).
           05  FILLER                  PIC X  VALUE SPACE.
           05  PR-PAYEE-TYPE           PIC X.
               88  PR-PAYEE-AUTHOR         VALUE 'A' ' '.
               88  PR-PAYEE-AGENT          VALUE 'G'.
               88  PR-PAYEE-AGENCY         VALUE 'L'.
           05  FILLER                  PIC X  VALUE SPACE.
           05  PR-PAYEE-ID             PIC X(11).
           05  FILLER                  PIC X  VALUE SPACE.
           05  PR-COMM-PCT             PIC 9(3)V99.
           05  FILLER                  PIC X  VALUE SPACE.
           05  PR-CHECK-NUM            PIC X(8).
           05  PR-CHECK-NUM-9 REDEFINES PR-CHECK-NUM
                                       PIC 9(8).
           05  PR-POSPAY-SENT          PIC X.
               88  PR-POSPAY-NONE          VALUE ' '.
               88  PR-POSPAY-ISSUE-SENT    VALUE 'I'.
               88  PR-POSPAY-VOID-SENT     VALUE 'V'.
           05  PR-RETURN-REASON        PIC X(3).
           05  PR-PAY-VIA              PIC X.
               88  PR-PAY-BY-METHOD        VALUE ' '.
               88  PR-PAY-BY-CHECK         VALUE 'C'.
           05  PR-PAY-ENTITY           PIC X(4).
               88  PR-PAID-BY-HOUSE        VALUE SPACES.
