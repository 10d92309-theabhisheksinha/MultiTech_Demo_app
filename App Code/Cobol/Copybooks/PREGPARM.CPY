      *    RC 08 means this author/period is already on the      *
      *    register un-voided -- a regenerated ROYPAY.DAT must   *
      *    not let finance cut the same payment twice.           *
      *    The caller names the payee: type G with the agent id  *
      *    and commission rate for a represented author, else    *
      *    type A and the payment goes to the author.            *
      *    Type L registers a garnishment remittance to the      *
      *    agency named in the payee id; it is checked for       *
      *    duplicates only against that agency's own remittance  *
      *    for the author and period, and an author's payment    *
      *    only against the author's.                            *
      *    The caller names the paying entity the payment leaves *
      *    from (spaces for the house); an author paid by two    *
      *    entities registers once under each, so the duplicate  *
      *    check is by author, period and entity.                *
      *    A royalty partition passes its pay-number block (low  *
      *    and high, off its ROYPART.DAT plan line) and its own  *
      *    register file: the number is the next one free in the *
      *    block, drawn without touching PAYNOCTL, and the       *
      *    registration goes onto that file for ROYMERGE to      *
      *    append.  RC 99 when the block is used up.  Any other  *
      *    caller passes zero and spaces: the number is drawn    *
      *    off PAYNOCTL and the payment goes onto PAYREG.DAT.    *
      *----------------------------------------------------------*
       01  PREG-PARM-AREA.
           05  PREG-CALLER-ID          PIC X(8).
           05  PREG-PERIOD             PIC X(6).
           05  PREG-AMOUNT             PIC S9(9)V99.
           05  PREG-PAY-NUM            PIC 9(7).
           05  PREG-PAYEE-TYPE         PIC X.
               88  PREG-PAYEE-AGENT        VALUE 'G'.
               88  PREG-PAYEE-AGENCY       VALUE 'L'.
           05  PREG-PAYEE-ID           PIC X(11).
           05  PREG-COMM-PCT           PIC 9(3)V99.
           05  PREG-PAY-ENTITY         PIC X(4).
           05  PREG-NUM-LOW            PIC 9(7).
           05  PREG-NUM-HIGH           PIC 9(7).
           05  PREG-REG-FILE-NAME      PIC X(12).
           05  PREG-RETURN-CODE        PIC X(2).
               88  PREG-RC-OK              VALUE '00'.
               88  PREG-RC-DUPLICATE       VALUE '08'.
