       OBJECT-COMPUTER. IBM-AT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROYALTY-PAY-FILE ASSIGN TO WS-ROYPAY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HELD-BALANCE-FILE ASSIGN TO "HELDBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT RESERVE-BALANCE-FILE ASSIGN TO "RESBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESV-FILE-STATUS.
           SELECT RESERVE-LOG-FILE ASSIGN TO WS-RVLOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVLOG-FILE-STATUS.
           SELECT SPLIT-HIST-FILE ASSIGN TO "SPLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPLH-FILE-STATUS.
           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-FILE-STATUS.
           SELECT ROY-PART-FILE ASSIGN TO "ROYPART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-FILE-STATUS.
           SELECT PART-REGISTER-FILE ASSIGN TO WS-REGP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGP-FILE-STATUS.
           SELECT HELD-KEY-FILE ASSIGN TO WS-HELDK-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HK-AU-ID
               FILE STATUS IS WS-HELDK-FILE-STATUS.
           SELECT RESERVE-KEY-FILE ASSIGN TO WS-RESVK-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RK-KEY
               FILE STATUS IS WS-RESVK-FILE-STATUS.
           SELECT REGD-KEY-FILE ASSIGN TO WS-REGDK-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RGK-AU-ID
               FILE STATUS IS WS-REGDK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROYALTY-PAY-FILE.
       FD  RESERVE-BALANCE-FILE.
       01  RESERVE-BALANCE-RECORD  PIC X(40).

       FD  RESERVE-LOG-FILE.
       01  RESERVE-LOG-RECORD      PIC X(60).

       FD  SPLIT-HIST-FILE.
       01  SPLIT-HIST-RECORD       PIC X(80).

       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD     PIC X(95).

       FD  ROY-PART-FILE.
       01  ROY-PART-RECORD         PIC X(80).

       FD  PART-REGISTER-FILE.
       01  PART-REGISTER-RECORD    PIC X(95).

       FD  HELD-KEY-FILE.
           COPY HELDKREC.

       FD  RESERVE-KEY-FILE.
           COPY RESVKREC.

       FD  REGD-KEY-FILE.
       01  REGD-KEY-RECORD.
           05  RGK-AU-ID           PIC X(11).

       WORKING-STORAGE SECTION.

       01 WS-WITHHELD           PIC S9(9)V99.
       01 WS-NET                PIC S9(9)V99.
       01 WS-WHT-CT             PIC 9(5) COMP VALUE ZERO.
      *    backup withholding -- an author whose TIN failed IRS
      *    matching (TINMATCH.BWH_FLAG) is withheld at the backup
      *    rate until a corrected TIN is keyed, unless the
      *    jurisdiction's own rate is already higher
       01 WS-BACKUP-RATE        PIC S9V9(4) VALUE .24.
       01 WS-BWH-FLAG           PIC X.
       01 WS-BWH-CT             PIC 9(5) COMP VALUE ZERO.
       01 WS-BWH-PCT-X          PIC X(3).
       01 WS-BWH-PCT-9 REDEFINES WS-BWH-PCT-X
                                PIC 9(3).
      *    treaty documentation -- a foreign author's WHTRATE rate
      *    below the statutory rate is a treaty rate, and applies
      *    only while a signed, unexpired treaty form for that
      *    country is on TREATYDOC; without one the statutory
      *    rate is withheld
       01 WS-STATUTORY-RATE     PIC S9V9(4) VALUE .30.
       01 WS-HOME-COUNTRY       PIC X(3) VALUE 'USA'.
       01 WS-TREATY-DATE        PIC X(8).
       01 WS-TREATY-COUNTRY     PIC X(3).
       01 WS-TREATY-FORM-CT     PIC S9(9) COMP.
       01 WS-NO-TREATY-CT       PIC 9(5) COMP VALUE ZERO.

      *    advance recoupment -- earnings net against the open
      *    ADVANCES balance per author-title before they reach the
       01 WS-HELD-FILE-STATUS   PIC XX.
       01 WS-HELD-EOF-SW        PIC X.
           88 WS-HELD-EOF           VALUE 'Y'.
      *    the partition's balances are looked up and kept on a
      *    keyed work file built from HELDBAL.DAT, so the number
      *    of authors carrying a balance has no ceiling;
      *    ROYMERGE puts the file back onto HELDBAL.DAT
       01 WS-HELDK-FILE-STATUS  PIC XX.
       01 WS-HELD-FOUND-SW      PIC X.
           88 WS-HELD-FOUND         VALUE 'Y'.
       01 WS-PRIOR-HELD         PIC S9(9)V99.
       01 WS-NEWHELD-CT         PIC 9(5) COMP VALUE ZERO.
       01 WS-RELEASE-CT         PIC 9(5) COMP VALUE ZERO.

      *    returns reserve -- a percentage of each author's net
      *    royalty held back against future returns.  Each
      *    period's reserve stands as its own row, aged by the
      *    period it was taken in: returns loaded this period
      *    against the author's titles draw the oldest rows down
      *    first, and a row still standing once it is the holding
      *    number of periods old is released back into the
      *    author's payable.  Every movement is logged on
      *    RESVLOG.DAT for the statement run.  The percentage and
      *    holding period are the ones the author's contracts set
      *    (see 344); the run-control cards are the house terms
      *    for an author whose contracts don't name any.
       01 WS-RESV-FILE-STATUS   PIC XX.
       01 WS-RESV-EOF-SW        PIC X.
           88 WS-RESV-EOF           VALUE 'Y'.
      *    the rows are kept on a keyed work file by author and
      *    period, so an author's reserve reads back oldest first
       01 WS-RESVK-FILE-STATUS  PIC XX.
       01 WS-RESERVE            PIC S9(9)V99.
       01 WS-RESERVE-PCT        PIC 9(3) VALUE ZERO.
       01 WS-RESV-PCT-X         PIC X(3).
       01 WS-RESV-PCT-9 REDEFINES WS-RESV-PCT-X
                                PIC 9(3).
       01 WS-RESERVE-CT         PIC 9(5) COMP VALUE ZERO.
           COPY RESVREC.
       01 WS-RVLOG-FILE-STATUS  PIC XX.
       01 WS-RESV-PERIODS       PIC 9(3) VALUE 6.
       01 WS-RESV-PERS-X        PIC X(3).
       01 WS-RESV-PERS-9 REDEFINES WS-RESV-PERS-X
                                PIC 9(3).
      *    the terms in force for the author being closed out
       01 WS-AU-RESV-PCT        PIC 9(3).
       01 WS-AU-RESV-PERIODS    PIC 9(3).
       01 WS-CT-RESV-PCT        PIC S9(4) COMP.
       01 WS-CT-RESV-PCT-IND    PIC S9(4) COMP.
       01 WS-CT-RESV-PERS       PIC S9(4) COMP.
       01 WS-CT-RESV-PERS-IND   PIC S9(4) COMP.
       01 WS-PAY-PERIOD-X       PIC X(6).
       01 WS-PAY-PERIOD-9 REDEFINES WS-PAY-PERIOD-X.
           05 WS-PAY-PER-YEAR      PIC 9(4).
           05 WS-PAY-PER-MONTH     PIC 9(2).
       01 WS-AGE-PERIOD-X       PIC X(6).
       01 WS-AGE-PERIOD-9 REDEFINES WS-AGE-PERIOD-X.
           05 WS-AGE-YEAR          PIC 9(4).
           05 WS-AGE-MONTH         PIC 9(2).
       01 WS-PAY-MONTHS         PIC S9(7) COMP VALUE ZERO.
       01 WS-AGE-PERIODS        PIC S9(7) COMP.
       01 WS-RTN-FROM-DATE      PIC X(8).
       01 WS-RTN-TO-DATE        PIC X(8).
       01 WS-RETURN-AMOUNT      PIC S9(11)V99.
       01 WS-RETURN-AMOUNT-IND  PIC S9(4) COMP.
       01 WS-RETURN-SHARE       PIC S9(9)V99.
       01 WS-AUTHOR-RETURNS     PIC S9(9)V99 VALUE ZERO.
       01 WS-RESV-USED          PIC S9(9)V99.
       01 WS-RESV-RELEASED      PIC S9(9)V99.
       01 WS-RESV-DRAW          PIC S9(9)V99.
       01 WS-RESV-USED-CT       PIC 9(5) COMP VALUE ZERO.
       01 WS-RESV-RELEASE-CT    PIC 9(5) COMP VALUE ZERO.

      *    adjustment memos -- pending ROYADJ debits and credits
      *    for the author fold into the total before tax and the
           88 WS-ADJ-EOF            VALUE 'Y'.
       01 WS-ADJ-CT             PIC 9(5) COMP VALUE ZERO.

      *    subsidiary-rights income -- licence receipts SUBRLD
      *    loaded for a title the author holds a contract on are
      *    shared at the contract's SUBR_PCT, each share leaving
      *    an I record and a SUBRPAID row so no receipt is paid to
      *    the same author twice.  The share is paid through, not
      *    recouped against the advance.
       01 WS-SUBR-FILE-SEQ      PIC S9(9) COMP.
       01 WS-SUBR-REC-SEQ       PIC S9(9) COMP.
       01 WS-SUBR-TITLE-ID      PIC S9(4) COMP.
       01 WS-SUBR-RIGHTS-TYPE   PIC X(2).
       01 WS-SUBR-LICENSEE      PIC X(30).
       01 WS-SUBR-GROSS         PIC S9(9)V99.
       01 WS-SUBR-PCT           PIC S9(4) COMP.
       01 WS-SUBR-SHARE         PIC S9(9)V99.
       01 WS-SUBR-EOF-SW        PIC X.
           88 WS-SUBR-EOF           VALUE 'Y'.
       01 WS-SUBR-CT            PIC 9(5) COMP VALUE ZERO.

      *    effective-dated split proration -- a SPLHIST change
      *    landing inside the pay period weights the old and new
      *    percentages by days, so a mid-month renegotiation pays
                                PIC X(7).
       01 WS-DUP-PAY-CT         PIC 9(5) COMP VALUE ZERO.

      *    a represented author's payment registers to the agent
      *    on AUTHAGENT, carrying the commission rate the agent
      *    statement nets against
       01 WS-AGENT-ID           PIC X(11).
       01 WS-AGENT-COMM-PCT     PIC 9(3)V99.
       01 WS-AGENT-PAY-CT       PIC 9(5) COMP VALUE ZERO.

      *    garnishment and levy orders -- active GARNORDER rows for
      *    the author come off the payable in PRIORITY order before
      *    the author's payment registers, each a percentage of the
      *    payable or a fixed amount, never past the order's cap
      *    (zero cap runs until released) nor past what is left.
      *    Each agency's share registers as its own payable, a G
      *    record and a GARNDEDN row stand for each order, and an
      *    order already taken for the period is not taken again.
       01 WS-GARN-ORDER-ID      PIC X(12).
       01 WS-GARN-AGENCY-ID     PIC X(11).
       01 WS-GARN-METHOD        PIC X.
       01 WS-GARN-PCT           PIC 9(3)V99.
       01 WS-GARN-AMT           PIC S9(9)V99.
       01 WS-GARN-CAP           PIC S9(9)V99.
       01 WS-GARN-TAKEN         PIC S9(9)V99.
       01 WS-GARN-DEDUCT        PIC S9(9)V99.
       01 WS-GARN-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01 WS-GARN-AGENCY-TOTAL  PIC S9(9)V99.
       01 WS-GARN-EOF-SW        PIC X.
           88 WS-GARN-EOF           VALUE 'Y'.
       01 WS-GARN-FAIL-SW       PIC X.
           88 WS-GARN-FAILED        VALUE 'Y'.
       01 WS-GARN-TABLE.
           05 WS-GARN-ENTRY OCCURS 20 TIMES.
               10 WS-GT-ORDER-ID       PIC X(12).
               10 WS-GT-AGENCY-ID      PIC X(11).
               10 WS-GT-AMOUNT         PIC S9(9)V99.
               10 WS-GT-PAY-NUM        PIC 9(7).
       01 WS-GARN-CT            PIC 9(4) COMP VALUE ZERO.
       01 WS-GARN-SUB           PIC 9(4) COMP.
       01 WS-GARN-SUB2          PIC 9(4) COMP.
       01 WS-GARN-ORDER-CT      PIC 9(5) COMP VALUE ZERO.
       01 WS-GARN-PAY-CT        PIC 9(5) COMP VALUE ZERO.

      *    payment schedule off PAYSCHED -- an author paid
      *    quarterly, semi-annually or annually accrues in the
      *    off-cycle periods on the held-balance file and is paid
      *    in the scheduled month; no row pays every period
       01 WS-PAY-FREQ           PIC X.
       01 WS-FIRST-PAY-MON      PIC 9(2).
       01 WS-FREQ-MONTHS        PIC 9(2) COMP.
       01 WS-CYCLE-OFFSET       PIC 9(2) COMP.
       01 WS-PAY-DUE-SW         PIC X.
           88 WS-PAY-DUE            VALUE 'Y'.
       01 WS-OFFCYCLE-CT        PIC 9(5) COMP VALUE ZERO.

      *    authors already registered for this period, scanned off
      *    the register before the first row is touched -- on a
      *    rerun every stateful step (recoupment, reserve,
       01 WS-PREG-FILE-STATUS   PIC XX.
       01 WS-PREG-EOF-SW        PIC X.
           88 WS-PREG-EOF           VALUE 'Y'.
       01 WS-REGDK-FILE-STATUS  PIC XX.
       01 WS-REGP-FILE-STATUS   PIC XX.
       01 WS-AUTHOR-REG-SW      PIC X.
           88 WS-AUTHOR-REGISTERED  VALUE 'Y'.

      *    the run is cut into AU_ID-range partitions by ROYPREP
      *    so several copies can run side by side -- the
      *    partition number comes in on SYSIN (blank is 01) and
      *    its range off ROYPART.DAT.  Every file the partition
      *    writes carries the number in its name, and ROYMERGE
      *    proves and combines them into ROYPAY.DAT and the
      *    balance files once every partition has run.
           COPY ROYPREC.
       01 WS-PART-FILE-STATUS   PIC XX.
       01 WS-PART-EOF-SW        PIC X.
           88 WS-PART-EOF           VALUE 'Y'.
       01 WS-PART-X             PIC X(2).
       01 WS-PART-9 REDEFINES WS-PART-X
                                PIC 9(2).
       01 WS-PART-CT            PIC 9(2) VALUE ZERO.
       01 WS-PART-FOUND-SW      PIC X VALUE 'N'.
           88 WS-PART-FOUND         VALUE 'Y'.
       01 WS-PART-LOW-ID        PIC X(11) VALUE SPACES.
       01 WS-PART-HIGH-ID       PIC X(11) VALUE SPACES.
      *    the partition's own block of payment numbers and its
      *    own register -- PAYREG numbers and registers every
      *    payment the partition makes there, off the shared
      *    control row and PAYREG.DAT
       01 WS-PART-LOW-PAY       PIC 9(7) VALUE ZERO.
       01 WS-PART-HIGH-PAY      PIC 9(7) VALUE ZERO.
      *    a partition owns the AU_IDs above its floor (the
      *    previous partition's high) up to its ceiling (its own
      *    high) -- the first has no floor, the last no ceiling
       01 WS-PART-FLOOR         PIC X(11) VALUE SPACES.
       01 WS-PART-CEIL          PIC X(11) VALUE SPACES.
       01 WS-FIRST-PART-SW      PIC X VALUE 'N'.
           88 WS-FIRST-PART         VALUE 'Y'.
       01 WS-LAST-PART-SW       PIC X VALUE 'N'.
           88 WS-LAST-PART          VALUE 'Y'.
       01 WS-TEST-AU-ID         PIC X(11).
       01 WS-IN-PART-SW         PIC X.
           88 WS-IN-PART            VALUE 'Y'.
       01 WS-ROYPAY-FILE-NAME   PIC X(12) VALUE 'ROYPAY01.DAT'.
       01 WS-RVLOG-FILE-NAME    PIC X(12) VALUE 'RESVLG01.DAT'.
       01 WS-HELDK-FILE-NAME    PIC X(12) VALUE 'HELDK01.DAT'.
       01 WS-RESVK-FILE-NAME    PIC X(12) VALUE 'RESVK01.DAT'.
       01 WS-REGDK-FILE-NAME    PIC X(12) VALUE 'REGDK01.DAT'.
       01 WS-REGP-FILE-NAME     PIC X(12) VALUE 'REGP01.DAT'.

      *    royalty calculation engine -- titleauthor carries
      *    ROYALTYPER and titles carries PRICE, but until now no
      *    program multiplied anything: TEST0's state report only
       01 WS-ROY-ROYALTYPER     PIC S9(4) COMP.
       01 WS-ROY-TITLE-NAME     PIC X(80).
       01 WS-ROY-PRICE          PIC S9(7)V99.
       01 WS-ROY-PAY-ENTITY     PIC X(4).

      *    paying entities -- a title's earnings belong to the
      *    legal entity behind its imprint on PUBLISHERS, spaces
      *    for the house.  The author's payable is shared among
      *    the entities by what each one's titles earned this
      *    period and registers once under each, so an author
      *    paid by two imprint companies gets two payments; the
      *    summary stays the author's one consolidated line and a
      *    P record follows for each entity's payment.
       01 WS-ENT-TABLE.
           05 WS-ENT-ENTRY OCCURS 20 TIMES.
               10 WS-ET-ENTITY         PIC X(4).
               10 WS-ET-EARNED         PIC S9(9)V99.
               10 WS-ET-AMOUNT         PIC S9(9)V99.
               10 WS-ET-PAY-NUM        PIC 9(7).
       01 WS-ENT-CT             PIC 9(4) COMP VALUE ZERO.
       01 WS-ENT-SUB            PIC 9(4) COMP.
       01 WS-ENT-LAST           PIC 9(4) COMP.
       01 WS-ENT-PRIMARY        PIC 9(4) COMP.
       01 WS-ENT-FOUND-SW       PIC X.
           88 WS-ENT-FOUND          VALUE 'Y'.
       01 WS-ENT-FAIL-SW        PIC X.
           88 WS-ENT-FAILED         VALUE 'Y'.
       01 WS-ENT-EARNED-TOTAL   PIC S9(9)V99.
       01 WS-ENT-LEFT           PIC S9(9)V99.
       01 WS-ENT-PAID-CT        PIC 9(4) COMP.
       01 WS-ENT-FIRST-NUM      PIC 9(7).
       01 WS-SPLIT-PAY-CT       PIC 9(5) COMP VALUE ZERO.

      *    the title's sales volumes from the SALESLD-loaded sales
      *    table -- a title with no sales rows this period earns
       01 WS-SALES-AMOUNT       PIC S9(11)V99.
       01 WS-SALES-AMOUNT-IND   PIC S9(4) COMP.

      *    the royalty-bearing sales -- each format/channel row's
      *    dollars at its SALESRATE rate for the title, the
      *    author's split then taking its share of that.  A
      *    format/channel with no rate on file bears in full, so
      *    a title nobody has re-rated pays exactly as it did.
       01 WS-RATED-AMOUNT       PIC S9(11)V99.
       01 WS-RATED-AMOUNT-IND   PIC S9(4) COMP.

       01 WS-EARNED             PIC S9(9)V99.
       01 WS-AUTHOR-TOTAL       PIC S9(9)V99 VALUE ZERO.
       01 WS-GRAND-TOTAL        PIC S9(11)V99 VALUE ZERO.
           05 RD-SALES-AMT          PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X       VALUE SPACE.
           05 RD-EARNED             PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X       VALUE SPACE.
           05 RD-PAY-ENTITY         PIC X(4).
           05 FILLER                PIC X(24)   VALUE SPACES.

       01 ROY-SUMMARY-LINE.
           05 RS-RECORD-TYPE        PIC X       VALUE 'S'.
           05 RJ-REASON             PIC X(4).
           05 FILLER                PIC X(98)   VALUE SPACES.

      *    sub-rights record -- one per licence receipt shared to
      *    this author, with the gross, the contract percentage
      *    and the author's share
       01 ROY-SUBR-LINE.
           05 RI-RECORD-TYPE        PIC X       VALUE 'I'.
           05 FILLER                PIC X       VALUE SPACE.
           05 RI-AU-ID              PIC X(11).
           05 FILLER                PIC X       VALUE SPACE.
           05 RI-TITLE-ID           PIC 9(5).
           05 FILLER                PIC X       VALUE SPACE.
           05 RI-RIGHTS-TYPE        PIC X(2).
           05 FILLER                PIC X       VALUE SPACE.
           05 RI-PCT                PIC ZZ9.
           05 FILLER                PIC X       VALUE SPACE.
           05 RI-GROSS              PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X       VALUE SPACE.
           05 RI-SHARE              PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X       VALUE SPACE.
           05 RI-LICENSEE           PIC X(30).
           05 FILLER                PIC X(53)   VALUE SPACES.

      *    local-currency record following a registered payment
      *    for a non-USD author -- the USD figure, its local
      *    equivalent, the currency and the rate used
           05 RR-RESERVED           PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X(111)  VALUE SPACES.

      *    reserve-used record -- the author's share of returns
      *    loaded this period and how much of it the standing
      *    reserve absorbed instead of this period's earnings
       01 ROY-RESV-USED-LINE.
           05 RU-RECORD-TYPE        PIC X       VALUE 'U'.
           05 FILLER                PIC X       VALUE SPACE.
           05 RU-AU-ID              PIC X(11).
           05 FILLER                PIC X       VALUE SPACE.
           05 RU-RETURNS            PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X       VALUE SPACE.
           05 RU-USED               PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X(97)   VALUE SPACES.

      *    reserve-released record -- earlier periods' reserve
      *    that has aged out and joins this period's payable
       01 ROY-RESV-RELEASE-LINE.
           05 RE-RECORD-TYPE        PIC X       VALUE 'E'.
           05 FILLER                PIC X       VALUE SPACE.
           05 RE-AU-ID              PIC X(11).
           05 FILLER                PIC X       VALUE SPACE.
           05 RE-RELEASED           PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X(112)  VALUE SPACES.

      *    withholding record following an author summary when tax
      *    was withheld -- gross earned, rate applied, amount
      *    withheld, and the net the payment register carries
           05 RW-NET                PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X(81)   VALUE SPACES.

      *    garnishment record -- one per order a deduction was
      *    taken on, with the agency it is remitted to and the
      *    agency payable's number on the register
       01 ROY-GARN-LINE.
           05 RG-RECORD-TYPE        PIC X       VALUE 'G'.
           05 FILLER                PIC X       VALUE SPACE.
           05 RG-AU-ID              PIC X(11).
           05 FILLER                PIC X       VALUE SPACE.
           05 RG-ORDER-ID           PIC X(12).
           05 FILLER                PIC X       VALUE SPACE.
           05 RG-AGENCY-ID          PIC X(11).
           05 FILLER                PIC X       VALUE SPACE.
           05 RG-AMOUNT             PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X       VALUE SPACE.
           05 RG-PAY-NUM            PIC 9(7).
           05 FILLER                PIC X(79)   VALUE SPACES.

      *    entity payment record -- one per paying entity when an
      *    author's payable is shared between two or more, with
      *    the share and the payment number it registered under
       01 ROY-ENTITY-PAY-LINE.
           05 RY-RECORD-TYPE        PIC X       VALUE 'P'.
           05 FILLER                PIC X       VALUE SPACE.
           05 RY-AU-ID              PIC X(11).
           05 FILLER                PIC X       VALUE SPACE.
           05 RY-PAY-ENTITY         PIC X(4).
           05 FILLER                PIC X       VALUE SPACE.
           05 RY-AMOUNT             PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X       VALUE SPACE.
           05 RY-PAY-NUM            PIC 9(7).
           05 FILLER                PIC X(99)   VALUE SPACES.

           COPY ROYTREC.

           EXEC SQL
               INCLUDE SQLCA
               STOP RUN
           END-IF

      *    the partition to run and its range come before anything
      *    is opened -- a partition the plan doesn't hold, or a
      *    plan cut for another period or already merged, refuses
      *    the run
           PERFORM 470-LOAD-PARTITION
           IF NOT WS-PART-FOUND
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    the prior cycle's pay file survives until the run is
      *    cleared to proceed -- a refused run must not truncate
      *    output finance may still be working from.  The
      *    partition writes its own file; ROYPAY.DAT itself is
      *    only replaced by ROYMERGE once every partition proves.
           OPEN OUTPUT ROYALTY-PAY-FILE

      *    threshold off the run-control card set, with the
               MOVE WS-MIN-9 TO WS-MIN-PAYMENT
           END-IF

      *    house reserve percentage off the run-control card set
      *    -- a missing card means no reserve is taken from an
      *    author whose contracts don't set one
           MOVE 'ROYCALC' TO RUNP-STEP-NAME
           MOVE 'RESERVE-PCT' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
               MOVE WS-RESV-PCT-9 TO WS-RESERVE-PCT
           END-IF

      *    how many periods a reserve stands before it is released
      *    when the author's contracts don't say -- the house
      *    holding period off the run-control card set, with the
      *    shipped default standing in
           MOVE 'ROYCALC' TO RUNP-STEP-NAME
           MOVE 'RESERVE-PERS' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:3) TO WS-RESV-PERS-X
           IF RUNP-RC-OK AND WS-RESV-PERS-X NUMERIC
               MOVE WS-RESV-PERS-9 TO WS-RESV-PERIODS
           END-IF

      *    the backup-withholding rate as a whole percentage off
      *    the run-control card set, with the statutory default
      *    standing in
           MOVE 'ROYCALC' TO RUNP-STEP-NAME
           MOVE 'BACKUP-RATE' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:3) TO WS-BWH-PCT-X
           IF RUNP-RC-OK AND WS-BWH-PCT-X NUMERIC
              AND WS-BWH-PCT-9 NOT > 100
               COMPUTE WS-BACKUP-RATE = WS-BWH-PCT-9 / 100
           END-IF

      *    the statutory rate a foreign author falls back to when
      *    no treaty form is on file, and the home country the
      *    filings split on
           MOVE 'ROYCALC' TO RUNP-STEP-NAME
           MOVE 'STATUTORY-RATE' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           MOVE RUNP-VALUE(1:3) TO WS-BWH-PCT-X
           IF RUNP-RC-OK AND WS-BWH-PCT-X NUMERIC
              AND WS-BWH-PCT-9 NOT > 100
               COMPUTE WS-STATUTORY-RATE = WS-BWH-PCT-9 / 100
           END-IF
           MOVE 'IRSFILE' TO RUNP-STEP-NAME
           MOVE 'HOME-COUNTRY' TO RUNP-KEYWORD
           CALL 'RUNPARM' USING RUNP-PARM-AREA
           END-CALL
           IF RUNP-RC-OK AND RUNP-VALUE(1:3) NOT = SPACES
               MOVE RUNP-VALUE(1:3) TO WS-HOME-COUNTRY
           END-IF
           MOVE BDT-BUSINESS-DATE TO WS-TREATY-DATE

      *    the period as a month count for aging reserve rows, and
      *    the load-date window that makes a return this period's
           MOVE WS-PAY-PERIOD TO WS-PAY-PERIOD-X
           IF WS-PAY-PERIOD-X NUMERIC
               COMPUTE WS-PAY-MONTHS =
                   WS-PAY-PER-YEAR * 12 + WS-PAY-PER-MONTH
           END-IF
           STRING WS-PAY-PERIOD '01' DELIMITED BY SIZE
               INTO WS-RTN-FROM-DATE
           STRING WS-PAY-PERIOD '31' DELIMITED BY SIZE
               INTO WS-RTN-TO-DATE

      *    the partition's own reserve movements -- ROYMERGE
      *    appends them onto RESVLOG.DAT with the rest
           OPEN OUTPUT RESERVE-LOG-FILE
           IF WS-RVLOG-FILE-STATUS NOT = '00'
               DISPLAY 'Reserve log open failed, status '
                       WS-RVLOG-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
           END-IF

           PERFORM 405-LOAD-REGISTERED-AUTHORS
           PERFORM 410-LOAD-HELD-BALANCES
           PERFORM 430-LOAD-RESERVE-BALANCES
      *    a partition that can't build its work files stops here
      *    -- its pay file has no trailer, so ROYMERGE won't take it
           IF WS-RUN-FAILED
               DISPLAY 'Partition ' WS-PART-X ' work files not '
                       'built - no payments computed'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 450-LOAD-SPLIT-HISTORY
           PERFORM 460-SET-PERIOD-DAYS

      *    ordered by AU_ID so the control break below can close out
      *    each author with a summary record as the rows come off
      *    the cursor -- the same join TEST4's cross-reference uses,
      *    cut to the partition's range.  A title whose rights have
      *    reverted (TITLMSTR status R) stays on it: sales loaded
      *    before the reversion are still owed, and SALESLD keeps
      *    anything reported after it off SALES
           EXEC SQL
               DECLARE ROYCURSOR CURSOR FOR
               SELECT A.AU_ID, A.AU_LNAME, A.AU_FNAME,
                      A.STATE, A.COUNTRY,
                      T.TITLE_ID, T.ROYALTYPER,
                      TI.TITLE_NAME, TI.PRICE,
                      COALESCE((SELECT P.PAY_ENTITY
                                  FROM PUBLISHERS P
                                  WHERE P.PUB_CODE = TI.PUB_CODE),
                               ' ')
                  FROM authors A, titleauthor T, titles TI
                  WHERE A.AU_ID = T.AU_ID
                    AND T.TITLE_ID = TI.TITLE_ID
                    AND (:WS-FIRST-PART-SW = 'Y'
                         OR A.AU_ID > :WS-PART-FLOOR)
                    AND (:WS-LAST-PART-SW = 'Y'
                         OR A.AU_ID <= :WS-PART-CEIL)
                  ORDER BY A.AU_ID, T.TITLE_ID
           END-EXEC

                  ORDER BY TITLE_ID
           END-EXEC

           EXEC SQL
               DECLARE SUBRAPPLY CURSOR FOR
               SELECT R.FILE_SEQ, R.REC_SEQ, R.TITLE_ID,
                      R.RIGHTS_TYPE, R.LICENSEE, R.AMOUNT,
                      C.SUBR_PCT
                  FROM SUBRIGHTS R, CONTRACTS C
                  WHERE C.AU_ID = :WS-PRV-AU-ID
                    AND C.TITLE_ID = R.TITLE_ID
                    AND C.SUBR_PCT > 0
                    AND R.LOAD_DATE <= :WS-RTN-TO-DATE
                    AND NOT EXISTS
                       (SELECT 1 FROM SUBRPAID P
                          WHERE P.FILE_SEQ = R.FILE_SEQ
                            AND P.REC_SEQ = R.REC_SEQ
                            AND P.AU_ID = C.AU_ID)
                  ORDER BY R.TITLE_ID, R.FILE_SEQ, R.REC_SEQ
           END-EXEC

           EXEC SQL
               DECLARE GARNAPPLY CURSOR FOR
               SELECT O.ORDER_ID, O.AGENCY_ID, O.DEDUCT_METHOD,
                      O.DEDUCT_PCT, O.DEDUCT_AMT, O.ORDER_CAP,
                      O.TAKEN_AMT
                  FROM GARNORDER O
                  WHERE O.AU_ID = :WS-PRV-AU-ID
                    AND O.ORDER_STATUS = 'A'
                    AND NOT EXISTS
                       (SELECT 1 FROM GARNDEDN D
                          WHERE D.ORDER_ID = O.ORDER_ID
                            AND D.PERIOD = :WS-PAY-PERIOD)
                  ORDER BY O.PRIORITY, O.ORDER_ID
           END-EXEC

           EXEC SQL
               OPEN ROYCURSOR
           END-EXEC
                  :WS-ROY-AU-ID, :WS-ROY-AU-LNAME, :WS-ROY-AU-FNAME,
                  :WS-ROY-STATE, :WS-ROY-COUNTRY,
                  :WS-ROY-TITLE-ID, :WS-ROY-ROYALTYPER,
                  :WS-ROY-TITLE-NAME, :WS-ROY-PRICE,
                  :WS-ROY-PAY-ENTITY
           END-EXEC
           MOVE SQLCODE TO DISP-CODE
           PERFORM 900-CHECK-SQLCODE
                   MOVE WS-ROY-STATE    TO WS-PRV-STATE
                   MOVE WS-ROY-COUNTRY  TO WS-PRV-COUNTRY
                   MOVE ZERO TO WS-AUTHOR-TOTAL
                   MOVE ZERO TO WS-AUTHOR-RETURNS
                   MOVE ZERO TO WS-ENT-CT
                   PERFORM 305-CHECK-ALREADY-REGISTERED
               END-IF

                      :WS-ROY-AU-FNAME, :WS-ROY-STATE,
                      :WS-ROY-COUNTRY, :WS-ROY-TITLE-ID,
                      :WS-ROY-ROYALTYPER, :WS-ROY-TITLE-NAME,
                      :WS-ROY-PRICE, :WS-ROY-PAY-ENTITY
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               PERFORM 900-CHECK-SQLCODE
           PERFORM 400-WRITE-TRAILER-RECORD

           CLOSE ROYALTY-PAY-FILE
           IF WS-RVLOG-FILE-STATUS = '00'
               CLOSE RESERVE-LOG-FILE
           END-IF

      *    the balance work files stand for ROYMERGE, which puts
      *    them back onto HELDBAL.DAT and RESBAL.DAT only once
      *    every partition has proved
           CLOSE HELD-KEY-FILE
           CLOSE RESERVE-KEY-FILE
           CLOSE REGD-KEY-FILE

           DISPLAY 'Royalty calc - partition:       ' WS-PART-X
                   ' of ' WS-PART-CT
           MOVE WS-DETAIL-CT TO DISP-ROY-CT
           DISPLAY 'Royalty calc - detail records:  ' DISP-ROY-CT
           MOVE WS-SUMMARY-CT TO DISP-ROY-CT
           MOVE WS-DUP-PAY-CT TO DISP-ROY-CT
           DISPLAY 'Royalty calc - already registered, skipped: '
                   DISP-ROY-CT
           MOVE WS-AGENT-PAY-CT TO DISP-ROY-CT
           DISPLAY 'Royalty calc - paid to agent:   ' DISP-ROY-CT
           MOVE WS-OFFCYCLE-CT TO DISP-ROY-CT
           DISPLAY 'Royalty calc - off-cycle accrued: ' DISP-ROY-CT
           MOVE WS-WHT-CT TO DISP-ROY-CT
           DISPLAY 'Royalty calc - withholding records: '
                   DISP-ROY-CT
           MOVE WS-BWH-CT TO DISP-ROY-CT
           DISPLAY 'Royalty calc - backup withholding:  '
                   DISP-ROY-CT
           MOVE WS-NO-TREATY-CT TO DISP-ROY-CT
           DISPLAY 'Royalty calc - treaty rate, no form: '
                   DISP-ROY-CT
           MOVE WS-RECOUP-CT TO DISP-ROY-CT
           DISPLAY 'Royalty calc - recoupment records:  '
                   DISP-ROY-CT
           MOVE WS-RESERVE-CT TO DISP-ROY-CT
           DISPLAY 'Royalty calc - returns reserves taken: '
                   DISP-ROY-CT
           MOVE WS-RESV-USED-CT TO DISP-ROY-CT
           DISPLAY 'Royalty calc - reserves used on returns: '
                   DISP-ROY-CT
           MOVE WS-RESV-RELEASE-CT TO DISP-ROY-CT
           DISPLAY 'Royalty calc - reserves released: '
                   DISP-ROY-CT
           MOVE WS-ADJ-CT TO DISP-ROY-CT
           DISPLAY 'Royalty calc - adjustments applied: '
                   DISP-ROY-CT
           MOVE WS-SUBR-CT TO DISP-ROY-CT
           DISPLAY 'Royalty calc - sub-rights shares:   '
                   DISP-ROY-CT
           MOVE WS-PRORATE-CT TO DISP-ROY-CT
           DISPLAY 'Royalty calc - splits prorated:     '
                   DISP-ROY-CT
           MOVE WS-LOCAL-CT TO DISP-ROY-CT
           DISPLAY 'Royalty calc - local-currency records: '
                   DISP-ROY-CT
           MOVE WS-GARN-ORDER-CT TO DISP-ROY-CT
           DISPLAY 'Royalty calc - garnishments taken:  '
                   DISP-ROY-CT
           MOVE WS-GARN-PAY-CT TO DISP-ROY-CT
           DISPLAY 'Royalty calc - agency payables:     '
                   DISP-ROY-CT
           MOVE WS-SPLIT-PAY-CT TO DISP-ROY-CT
           DISPLAY 'Royalty calc - paid by two or more entities: '
                   DISP-ROY-CT
           .
       100-EXIT.
      *    flag a bad fetch anywhere in the run instead of always

      *    the earned amount is the author's royalty split applied
      *    against the title's actual sales dollars from the sales
      *    table, each format and channel at its own rate --
      *    ROYALTYPER is a whole-number percentage, same as
      *    TITLEMNT captures it
       200-WRITE-DETAIL-RECORD.
           PERFORM 250-GET-TITLE-SALES
           PERFORM 220-GET-EFFECTIVE-SPLIT

           COMPUTE WS-EARNED ROUNDED =
               WS-RATED-AMOUNT * WS-EFF-PER / 100

      *    an author this period already paid must not have the
      *    advance ledger moved a second time
               MOVE ZERO TO WS-RECOUPED
           ELSE
               PERFORM 230-RECOUP-ADVANCE
               PERFORM 255-GET-TITLE-RETURNS
           END-IF

           MOVE SPACES              TO ROY-DETAIL-LINE
           MOVE WS-SALES-UNITS      TO RD-UNITS
           MOVE WS-SALES-AMOUNT     TO RD-SALES-AMT
           MOVE WS-EARNED           TO RD-EARNED
           MOVE WS-ROY-PAY-ENTITY   TO RD-PAY-ENTITY
           MOVE ROY-DETAIL-LINE     TO ROYALTY-PAY-RECORD
           WRITE ROYALTY-PAY-RECORD

           COMPUTE WS-AUTHOR-TOTAL =
               WS-AUTHOR-TOTAL + WS-EARNED - WS-RECOUPED
           ADD WS-EARNED TO WS-GRAND-TOTAL
           PERFORM 205-ACCUMULATE-ENTITY

           IF WS-RECOUPED > ZERO
               PERFORM 240-WRITE-RECOUP-RECORD
           END-IF.

      *    what the title earned the author, net of recoupment,
      *    counts toward the share of the payable its imprint's
      *    entity pays -- an author with more entities than the
      *    table holds has the overflow paid by the first
       205-ACCUMULATE-ENTITY.
           MOVE 'N' TO WS-ENT-FOUND-SW
           PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                   UNTIL WS-ENT-SUB > WS-ENT-CT
                      OR WS-ENT-FOUND
               IF WS-ET-ENTITY(WS-ENT-SUB) = WS-ROY-PAY-ENTITY
                   SET WS-ENT-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-ENT-SUB
               END-IF
           END-PERFORM

           IF NOT WS-ENT-FOUND
               IF WS-ENT-CT < 20
                   ADD 1 TO WS-ENT-CT
                   MOVE WS-ENT-CT TO WS-ENT-SUB
                   MOVE WS-ROY-PAY-ENTITY TO WS-ET-ENTITY(WS-ENT-SUB)
                   MOVE ZERO TO WS-ET-EARNED(WS-ENT-SUB)
               ELSE
                   DISPLAY 'Entity table full for ' WS-ROY-AU-ID
                           ' - entity ' WS-ROY-PAY-ENTITY
                           ' paid by ' WS-ET-ENTITY(1)
                   MOVE 1 TO WS-ENT-SUB
               END-IF
           END-IF

           COMPUTE WS-ET-EARNED(WS-ENT-SUB) =
               WS-ET-EARNED(WS-ENT-SUB) + WS-EARNED - WS-RECOUPED.

      *    a split change effective inside the pay period weights
      *    the days before it at the old percentage and the days
      *    from it at the new -- the latest change in the period
      *    SALESSUM period summary SALESLD maintains instead of
      *    the raw detail -- a title with no sales comes back
      *    null and earns zero this period
      *    each format/channel summary row is priced at its own
      *    rate as it is summed
       250-GET-TITLE-SALES.
           EXEC SQL
               SELECT SUM(S.UNITS), SUM(S.DOLLARS),
                      SUM(S.DOLLARS
                          * COALESCE(R.ROY_RATE, 100) / 100)
                  INTO :WS-SALES-UNITS:WS-SALES-UNITS-IND,
                       :WS-SALES-AMOUNT:WS-SALES-AMOUNT-IND,
                       :WS-RATED-AMOUNT:WS-RATED-AMOUNT-IND
                  FROM SALESSUM S
                       LEFT OUTER JOIN SALESRATE R
                         ON R.TITLE_ID = S.TITLE_ID
                        AND R.FORMAT_CODE = S.FORMAT_CODE
                        AND R.CHANNEL = S.CHANNEL
                  WHERE S.TITLE_ID = :WS-ROY-TITLE-ID
           END-EXEC
           PERFORM 900-CHECK-SQLCODE

           END-IF
           IF WS-SALES-AMOUNT-IND < 0
               MOVE ZERO TO WS-SALES-AMOUNT
           END-IF
           IF WS-RATED-AMOUNT-IND < 0
               MOVE ZERO TO WS-RATED-AMOUNT
           END-IF.

      *    returns SALESLD loaded this period for the title, priced
      *    at the format/channel rate they earned at and taken at
      *    the author's share -- the total is what the author's
      *    reserve is charged with before the reserve can be released
       255-GET-TITLE-RETURNS.
           EXEC SQL
               SELECT SUM(S.AMOUNT
                          * COALESCE(R.ROY_RATE, 100) / 100)
                  INTO :WS-RETURN-AMOUNT:WS-RETURN-AMOUNT-IND
                  FROM sales S
                       LEFT OUTER JOIN SALESRATE R
                         ON R.TITLE_ID = S.TITLE_ID
                        AND R.FORMAT_CODE = S.FORMAT_CODE
                        AND R.CHANNEL = S.CHANNEL
                  WHERE S.TITLE_ID = :WS-ROY-TITLE-ID
                    AND S.AMOUNT < 0
                    AND S.LOAD_DATE BETWEEN :WS-RTN-FROM-DATE
                                        AND :WS-RTN-TO-DATE
           END-EXEC
           PERFORM 900-CHECK-SQLCODE

           IF WS-RETURN-AMOUNT-IND < 0 OR SQLCODE NOT = ZERO
               MOVE ZERO TO WS-RETURN-AMOUNT
           END-IF
           IF WS-RETURN-AMOUNT < ZERO
               COMPUTE WS-RETURN-SHARE ROUNDED =
                   (ZERO - WS-RETURN-AMOUNT) * WS-EFF-PER / 100
               ADD WS-RETURN-SHARE TO WS-AUTHOR-RETURNS
           END-IF.

      *    an author/period already registered un-voided skips
      *    every stateful step: no adjustment memo is consumed, no
      *    reserve accrues, the held balance stays put and nothing
      *    re-registers -- the rerun that used to pay people twice
      *    now leaves only detail records behind
       300-WRITE-AUTHOR-SUMMARY.
           IF WS-AUTHOR-REGISTERED
               ADD 1 TO WS-DUP-PAY-CT
           MOVE WS-PRV-AU-LNAME     TO RS-AU-LNAME
           MOVE WS-PRV-AU-FNAME     TO RS-AU-FNAME
           MOVE WS-AUTHOR-TOTAL     TO RS-AUTHOR-TOTAL
           MOVE ZERO                TO WS-GARN-TOTAL WS-GARN-CT
           PERFORM 352-FIND-PRIMARY-ENTITY

           PERFORM 310-APPLY-ADJUSTMENTS
           PERFORM 312-APPLY-SUBRIGHTS

      *    withholding nets the registered payment down -- the
      *    summary still shows the gross the author earned, the W
           COMPUTE WS-WITHHELD ROUNDED = WS-GROSS * WS-WHT-RATE
           COMPUTE WS-NET = WS-GROSS - WS-WITHHELD

      *    the standing reserve is worked first: this period's
      *    returns are charged to it, then rows past the holding
      *    period come back.  This period's reserve is then taken
      *    off the net and accrues on a reserve row of its own.
      *    Reserve given back and any balance held from earlier
      *    periods were taxed when first earned, so they join the
      *    payable after withholding.
           PERFORM 344-GET-CONTRACT-RESERVE
           PERFORM 333-CHARGE-RETURNS-TO-RESERVE
           PERFORM 336-RELEASE-AGED-RESERVE

           COMPUTE WS-RESERVE ROUNDED =
               WS-NET * WS-AU-RESV-PCT / 100
           IF WS-RESERVE > ZERO
               PERFORM 332-ACCRUE-RESERVE
           ELSE
               MOVE ZERO TO WS-RESERVE
           END-IF

           PERFORM 330-FIND-HELD-BALANCE
           COMPUTE WS-PAYABLE =
               WS-NET - WS-RESERVE + WS-RESV-USED
                      + WS-RESV-RELEASED + WS-PRIOR-HELD
           PERFORM 328-CHECK-PAY-SCHEDULE

           EVALUATE TRUE
               WHEN WS-PAYABLE NOT > ZERO
                   PERFORM 343-CARRY-RESERVE-RETURNED
               WHEN NOT WS-PAY-DUE
      *            off-cycle for this author: the period's earnings
      *            accrue on the balance file and pay out with the
      *            scheduled period's
                   PERFORM 335-CARRY-BALANCE-FORWARD
                   ADD 1 TO WS-OFFCYCLE-CT
                   MOVE 'ACCR'  TO RS-PAY-TAG
                   MOVE SPACES  TO RS-PAY-NUM
               WHEN WS-PAYABLE < WS-MIN-PAYMENT
      *            under the threshold: the payable carries on the
      *            balance file and no payment registers
                   MOVE 'HELD'  TO RS-PAY-TAG
                   MOVE SPACES  TO RS-PAY-NUM
               WHEN OTHER
                   PERFORM 326-PLAN-GARNISHMENTS
               END-EVALUATE

      *    orders that take the whole payable leave the author
      *    nothing to register -- the agencies' payables alone go
      *    on the register and the held balance is paid out
           EVALUATE TRUE
               WHEN WS-PAYABLE NOT > ZERO
               WHEN NOT WS-PAY-DUE
               WHEN WS-PAYABLE < WS-MIN-PAYMENT
                   CONTINUE
               WHEN WS-GARN-TOTAL NOT < WS-PAYABLE
                   PERFORM 329-REGISTER-GARNISHMENTS
                   MOVE 'GARN'  TO RS-PAY-TAG
                   MOVE SPACES  TO RS-PAY-NUM
                   IF PREG-RC-OK
                       PERFORM 338-CLEAR-HELD-BALANCE
                   END-IF
                   MOVE ZERO TO WS-PAYABLE
               WHEN OTHER
                   SUBTRACT WS-GARN-TOTAL FROM WS-PAYABLE
                   MOVE 'ROYCALC'       TO PREG-CALLER-ID
                   MOVE WS-PRV-AU-ID    TO PREG-AU-ID
                   MOVE WS-PAY-PERIOD   TO PREG-PERIOD
                   PERFORM 325-GET-AGENT-PAYEE
                   PERFORM 350-REGISTER-ENTITY-PAYMENTS
                   EVALUATE TRUE
                       WHEN PREG-RC-OK
                           MOVE 'PAY='        TO RS-PAY-TAG
                           MOVE PREG-PAY-NUM  TO WS-PAY-NUM-D
                           MOVE WS-PAY-NUM-X  TO RS-PAY-NUM
                           IF PREG-PAYEE-AGENT
                               ADD 1 TO WS-AGENT-PAY-CT
                           END-IF
                           IF WS-GARN-CT > ZERO
                               PERFORM 329-REGISTER-GARNISHMENTS
      *                        the author's own payment stands
      *                        whatever became of the agencies'
                               SET PREG-RC-OK TO TRUE
                           END-IF
                           PERFORM 338-CLEAR-HELD-BALANCE
                           PERFORM 345-WRITE-LOCAL-RECORD
                       WHEN PREG-RC-DUPLICATE
                   END-EVALUATE
           END-EVALUATE

           IF WS-PAYABLE + WS-GARN-TOTAL > ZERO
              AND WS-PAYABLE + WS-GARN-TOTAL NOT < WS-MIN-PAYMENT
              AND WS-PAY-DUE
              AND NOT PREG-RC-OK
               CONTINUE
           ELSE
               PERFORM 900-CHECK-SQLCODE
           END-IF.

      *    every unshared licence receipt on a contracted title
      *    pays the author the contract percentage of the gross,
      *    leaves an I record, and is written to SUBRPAID with this
      *    period so the statement can show it and no later run
      *    shares it again
       312-APPLY-SUBRIGHTS.
           MOVE 'N' TO WS-SUBR-EOF-SW
           EXEC SQL
               OPEN SUBRAPPLY
           END-EXEC
           IF SQLCODE < ZERO
               PERFORM 900-CHECK-SQLCODE
               SET WS-SUBR-EOF TO TRUE
           END-IF
           PERFORM 317-APPLY-ONE-SUBRIGHT UNTIL WS-SUBR-EOF
           EXEC SQL
               CLOSE SUBRAPPLY
           END-EXEC.

       317-APPLY-ONE-SUBRIGHT.
           EXEC SQL
               FETCH SUBRAPPLY INTO
                  :WS-SUBR-FILE-SEQ, :WS-SUBR-REC-SEQ,
                  :WS-SUBR-TITLE-ID, :WS-SUBR-RIGHTS-TYPE,
                  :WS-SUBR-LICENSEE, :WS-SUBR-GROSS, :WS-SUBR-PCT
           END-EXEC
           IF SQLCODE < 0 OR SQLCODE = 100
               PERFORM 900-CHECK-SQLCODE
               SET WS-SUBR-EOF TO TRUE
           ELSE
               COMPUTE WS-SUBR-SHARE ROUNDED =
                   WS-SUBR-GROSS * WS-SUBR-PCT / 100
               ADD WS-SUBR-SHARE TO WS-AUTHOR-TOTAL
               ADD 1 TO WS-SUBR-CT

               MOVE SPACES              TO ROY-SUBR-LINE
               MOVE 'I'                 TO RI-RECORD-TYPE
               MOVE WS-PRV-AU-ID        TO RI-AU-ID
               MOVE WS-SUBR-TITLE-ID    TO RI-TITLE-ID
               MOVE WS-SUBR-RIGHTS-TYPE TO RI-RIGHTS-TYPE
               MOVE WS-SUBR-PCT         TO RI-PCT
               MOVE WS-SUBR-GROSS       TO RI-GROSS
               MOVE WS-SUBR-SHARE       TO RI-SHARE
               MOVE WS-SUBR-LICENSEE    TO RI-LICENSEE
               MOVE ROY-SUBR-LINE       TO ROYALTY-PAY-RECORD
               WRITE ROYALTY-PAY-RECORD

               EXEC SQL
                   INSERT INTO SUBRPAID
                    (FILE_SEQ,REC_SEQ,AU_ID,TITLE_ID,RIGHTS_TYPE,
                     LICENSEE,GROSS_AMOUNT,SUBR_PCT,SHARE_AMOUNT,
                     PAID_PER)
                   VALUES
                    (:WS-SUBR-FILE-SEQ,:WS-SUBR-REC-SEQ,
                     :WS-PRV-AU-ID,:WS-SUBR-TITLE-ID,
                     :WS-SUBR-RIGHTS-TYPE,:WS-SUBR-LICENSEE,
                     :WS-SUBR-GROSS,:WS-SUBR-PCT,:WS-SUBR-SHARE,
                     :WS-PAY-PERIOD)
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
           END-IF.

      *    the conversion runs the EXCHRATE rate backward: the
      *    table holds USD per local unit, so the local figure is
      *    the USD payable divided by it.  USD authors and
       330-FIND-HELD-BALANCE.
           MOVE ZERO TO WS-PRIOR-HELD
           MOVE 'N'  TO WS-HELD-FOUND-SW
           MOVE WS-PRV-AU-ID TO HK-AU-ID
           READ HELD-KEY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HELD-FOUND TO TRUE
                   MOVE HK-BALANCE TO WS-PRIOR-HELD
           END-READ.

      *    the period's reserve is a row of its own, so it ages
      *    from the period it was taken in
       332-ACCRUE-RESERVE.
           MOVE WS-PRV-AU-ID  TO RK-AU-ID
           MOVE WS-PAY-PERIOD TO RK-PERIOD
           READ RESERVE-KEY-FILE
               INVALID KEY
                   MOVE WS-PRV-AU-ID  TO RK-AU-ID
                   MOVE WS-PAY-PERIOD TO RK-PERIOD
                   MOVE WS-RESERVE    TO RK-BALANCE
                   WRITE RESERVE-KEY-RECORD
                       INVALID KEY
                           DISPLAY 'Reserve write failed for '
                                   WS-PRV-AU-ID ', status '
                                   WS-RESVK-FILE-STATUS
                           SET WS-RUN-FAILED TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-RESERVE TO RK-BALANCE
                   REWRITE RESERVE-KEY-RECORD
                       INVALID KEY
                           DISPLAY 'Reserve rewrite failed for '
                                   WS-PRV-AU-ID ', status '
                                   WS-RESVK-FILE-STATUS
                           SET WS-RUN-FAILED TO TRUE
                   END-REWRITE
           END-READ
           ADD 1 TO WS-RESERVE-CT

           MOVE SPACES          TO ROY-RESERVE-LINE
           MOVE 'R'             TO RR-RECORD-TYPE
           MOVE WS-PRV-AU-ID    TO RR-AU-ID
           MOVE WS-RESERVE      TO RR-RESERVED
           MOVE ROY-RESERVE-LINE TO ROYALTY-PAY-RECORD
           WRITE ROYALTY-PAY-RECORD

           MOVE 'T'             TO RV-TYPE
           MOVE WS-RESERVE      TO RV-AMOUNT
           MOVE WS-PAY-PERIOD   TO RV-TAKEN-PER
           PERFORM 339-LOG-RESERVE-MOVEMENT.

      *    positions the reserve work file on the author's oldest
      *    row -- the caller reads forward until the author changes
       346-START-AUTHOR-RESERVE.
           MOVE 'N' TO WS-RESV-EOF-SW
           MOVE WS-PRV-AU-ID TO RK-AU-ID
           MOVE LOW-VALUES   TO RK-PERIOD
           START RESERVE-KEY-FILE KEY IS NOT LESS THAN RK-KEY
               INVALID KEY
                   SET WS-RESV-EOF TO TRUE
           END-START.

      *    the next of the author's rows, oldest first; the end of
      *    the author's rows ends the walk
       347-READ-AUTHOR-RESERVE.
           READ RESERVE-KEY-FILE NEXT RECORD
               AT END
                   SET WS-RESV-EOF TO TRUE
           END-READ
           IF NOT WS-RESV-EOF
              AND RK-AU-ID NOT = WS-PRV-AU-ID
               SET WS-RESV-EOF TO TRUE
           END-IF.

      *    the author's share of this period's returns comes out of
      *    the oldest standing reserve first -- whatever the
      *    reserve covers is given back to the payable, since the
      *    returns already netted this period's earnings down
       333-CHARGE-RETURNS-TO-RESERVE.
           MOVE ZERO TO WS-RESV-USED
           IF WS-AUTHOR-RETURNS > ZERO
               PERFORM 346-START-AUTHOR-RESERVE
               PERFORM 334-DRAW-ONE-RESERVE
                   UNTIL WS-RESV-EOF
                      OR WS-RESV-USED NOT < WS-AUTHOR-RETURNS
               IF WS-RESV-USED > ZERO
                   MOVE SPACES            TO ROY-RESV-USED-LINE
                   MOVE 'U'               TO RU-RECORD-TYPE
                   MOVE WS-PRV-AU-ID      TO RU-AU-ID
                   MOVE WS-AUTHOR-RETURNS TO RU-RETURNS
                   MOVE WS-RESV-USED      TO RU-USED
                   MOVE ROY-RESV-USED-LINE TO ROYALTY-PAY-RECORD
                   WRITE ROYALTY-PAY-RECORD
                   ADD 1 TO WS-RESV-USED-CT
               END-IF
           END-IF.

       334-DRAW-ONE-RESERVE.
           PERFORM 347-READ-AUTHOR-RESERVE
           IF NOT WS-RESV-EOF
              AND RK-BALANCE > ZERO
               COMPUTE WS-RESV-DRAW =
                   WS-AUTHOR-RETURNS - WS-RESV-USED
               IF WS-RESV-DRAW > RK-BALANCE
                   MOVE RK-BALANCE TO WS-RESV-DRAW
               END-IF
               SUBTRACT WS-RESV-DRAW FROM RK-BALANCE
               ADD WS-RESV-DRAW TO WS-RESV-USED
               PERFORM 348-REWRITE-RESERVE
               MOVE 'U'                       TO RV-TYPE
               MOVE WS-RESV-DRAW              TO RV-AMOUNT
               MOVE RK-PERIOD                 TO RV-TAKEN-PER
               PERFORM 339-LOG-RESERVE-MOVEMENT
           END-IF.

       348-REWRITE-RESERVE.
           REWRITE RESERVE-KEY-RECORD
               INVALID KEY
                   DISPLAY 'Reserve rewrite failed for '
                           WS-PRV-AU-ID ', status '
                           WS-RESVK-FILE-STATUS
                   SET WS-RUN-FAILED TO TRUE
           END-REWRITE.

      *    a reserve row the holding period has passed comes back
      *    whole -- returns have had their chance at it
       336-RELEASE-AGED-RESERVE.
           MOVE ZERO TO WS-RESV-RELEASED
           IF WS-PAY-MONTHS > ZERO
               PERFORM 346-START-AUTHOR-RESERVE
               PERFORM 337-RELEASE-ONE-RESERVE
                   UNTIL WS-RESV-EOF
               IF WS-RESV-RELEASED > ZERO
                   MOVE SPACES            TO ROY-RESV-RELEASE-LINE
                   MOVE 'E'               TO RE-RECORD-TYPE
                   MOVE WS-PRV-AU-ID      TO RE-AU-ID
                   MOVE WS-RESV-RELEASED  TO RE-RELEASED
                   MOVE ROY-RESV-RELEASE-LINE TO ROYALTY-PAY-RECORD
                   WRITE ROYALTY-PAY-RECORD
                   ADD 1 TO WS-RESV-RELEASE-CT
               END-IF
           END-IF.

       337-RELEASE-ONE-RESERVE.
           PERFORM 347-READ-AUTHOR-RESERVE
           IF NOT WS-RESV-EOF
              AND RK-BALANCE > ZERO
               MOVE RK-PERIOD TO WS-AGE-PERIOD-X
               IF WS-AGE-PERIOD-X NUMERIC
                   COMPUTE WS-AGE-PERIODS = WS-PAY-MONTHS
                       - (WS-AGE-YEAR * 12 + WS-AGE-MONTH)
                   IF WS-AGE-PERIODS NOT < WS-AU-RESV-PERIODS
                       ADD RK-BALANCE TO WS-RESV-RELEASED
                       MOVE 'R'              TO RV-TYPE
                       MOVE RK-BALANCE       TO RV-AMOUNT
                       MOVE WS-AGE-PERIOD-X  TO RV-TAKEN-PER
                       PERFORM 339-LOG-RESERVE-MOVEMENT
                       MOVE ZERO TO RK-BALANCE
                       PERFORM 348-REWRITE-RESERVE
                   END-IF
               END-IF
           END-IF.

      *    the reserve terms come off the author's active
      *    contracts -- where they differ title to title the
      *    largest percentage and the longest holding period
      *    stand, since the reserve is taken on the author's whole
      *    net.  A contract that leaves the terms blank, or no
      *    contract at all, takes the house terms off the cards.
       344-GET-CONTRACT-RESERVE.
           MOVE WS-RESERVE-PCT  TO WS-AU-RESV-PCT
           MOVE WS-RESV-PERIODS TO WS-AU-RESV-PERIODS
           EXEC SQL
               SELECT MAX(RESV_PCT), MAX(RESV_PERIODS)
                  INTO :WS-CT-RESV-PCT:WS-CT-RESV-PCT-IND,
                       :WS-CT-RESV-PERS:WS-CT-RESV-PERS-IND
                  FROM CONTRACTS
                  WHERE AU_ID = :WS-PRV-AU-ID
                    AND STATUS = 'A'
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           IF SQLCODE = ZERO
               IF WS-CT-RESV-PCT-IND NOT < 0
                  AND WS-CT-RESV-PCT NOT < ZERO
                  AND WS-CT-RESV-PCT NOT > 100
                   MOVE WS-CT-RESV-PCT TO WS-AU-RESV-PCT
               END-IF
               IF WS-CT-RESV-PERS-IND NOT < 0
                  AND WS-CT-RESV-PERS > ZERO
                   MOVE WS-CT-RESV-PERS TO WS-AU-RESV-PERIODS
               END-IF
           END-IF.

      *    one RESVLOG.DAT line per movement -- the caller sets the
      *    type, amount and the period the money was taken in
       339-LOG-RESERVE-MOVEMENT.
           MOVE WS-PRV-AU-ID    TO RV-AU-ID
           MOVE WS-PAY-PERIOD   TO RV-PERIOD
           MOVE RESERVE-LOG-LINE TO RESERVE-LOG-RECORD
           WRITE RESERVE-LOG-RECORD.

      *    a period that nets to nothing payable still has the
      *    reserve it drew on or released -- that money has already
      *    left the reserve rows, so it goes onto the held balance
      *    with whatever was held before and pays out with a later
      *    period rather than being lost.  The payable is left at
      *    zero so nothing registers this period.
       343-CARRY-RESERVE-RETURNED.
           IF WS-RESV-USED + WS-RESV-RELEASED > ZERO
               COMPUTE WS-PAYABLE = WS-PRIOR-HELD + WS-RESV-USED
                                  + WS-RESV-RELEASED
               PERFORM 335-CARRY-BALANCE-FORWARD
               MOVE 'HELD'  TO RS-PAY-TAG
               MOVE SPACES  TO RS-PAY-NUM
               MOVE ZERO    TO WS-PAYABLE
           END-IF.

       335-CARRY-BALANCE-FORWARD.
           MOVE WS-PRV-AU-ID  TO HK-AU-ID
           MOVE WS-PAYABLE    TO HK-BALANCE
           MOVE WS-PAY-PERIOD TO HK-PERIOD
           IF WS-HELD-FOUND
               PERFORM 349-REWRITE-HELD
           ELSE
               WRITE HELD-KEY-RECORD
                   INVALID KEY
                       DISPLAY 'Held-balance write failed for '
                               WS-PRV-AU-ID ', status '
                               WS-HELDK-FILE-STATUS
                       SET WS-RUN-FAILED TO TRUE
               END-WRITE
           END-IF
           ADD 1 TO WS-NEWHELD-CT.

      *    a cleared balance stays on the work file at zero --
      *    ROYMERGE drops it when the file goes back to HELDBAL.DAT
       338-CLEAR-HELD-BALANCE.
           IF WS-HELD-FOUND
               MOVE WS-PRV-AU-ID  TO HK-AU-ID
               MOVE ZERO          TO HK-BALANCE
               MOVE WS-PAY-PERIOD TO HK-PERIOD
               PERFORM 349-REWRITE-HELD
               ADD 1 TO WS-RELEASE-CT
           END-IF.

       349-REWRITE-HELD.
           REWRITE HELD-KEY-RECORD
               INVALID KEY
                   DISPLAY 'Held-balance rewrite failed for '
                           WS-PRV-AU-ID ', status '
                           WS-HELDK-FILE-STATUS
                   SET WS-RUN-FAILED TO TRUE
           END-REWRITE.

      *    state override first, then the country-wide row, then
      *    no withholding at all -- the same precedence the rate
      *    desk was applying on its spreadsheet
               IF SQLCODE < ZERO OR WS-WHT-RATE-IND < 0
                   MOVE ZERO TO WS-WHT-RATE
               END-IF
           END-IF
           PERFORM 321-CHECK-TREATY-FORM
           PERFORM 322-CHECK-BACKUP-WHT.

       321-CHECK-TREATY-FORM.
           MOVE WS-PRV-COUNTRY(1:3) TO WS-TREATY-COUNTRY
           IF WS-TREATY-COUNTRY NOT = WS-HOME-COUNTRY
              AND WS-TREATY-COUNTRY NOT = SPACES
              AND WS-WHT-RATE < WS-STATUTORY-RATE
               EXEC SQL
                   SELECT COUNT(*)
                      INTO :WS-TREATY-FORM-CT
                      FROM TREATYDOC
                      WHERE AU_ID = :WS-PRV-AU-ID
                        AND TREATY_COUNTRY = :WS-TREATY-COUNTRY
                        AND FORM_STATUS = 'A'
                        AND SIGNED_DATE <= :WS-TREATY-DATE
                        AND EXPIRY_DATE >= :WS-TREATY-DATE
               END-EXEC
               PERFORM 900-CHECK-SQLCODE
               IF SQLCODE NOT = ZERO OR WS-TREATY-FORM-CT = ZERO
                   ADD 1 TO WS-NO-TREATY-CT
                   MOVE WS-STATUTORY-RATE TO WS-WHT-RATE
               END-IF
           END-IF.

      *    no TINMATCH row means the TIN was never sent for
      *    matching, which is not a failure
       322-CHECK-BACKUP-WHT.
           MOVE 'N' TO WS-BWH-FLAG
           EXEC SQL
               SELECT BWH_FLAG
                  INTO :WS-BWH-FLAG
                  FROM TINMATCH
                  WHERE AU_ID = :WS-PRV-AU-ID
           END-EXEC
           IF SQLCODE = 100
               MOVE 'N' TO WS-BWH-FLAG
           ELSE
               PERFORM 900-CHECK-SQLCODE
           END-IF
           IF WS-BWH-FLAG = 'Y'
               ADD 1 TO WS-BWH-CT
               IF WS-BACKUP-RATE > WS-WHT-RATE
                   MOVE WS-BACKUP-RATE TO WS-WHT-RATE
               END-IF
           END-IF.

      *    the author's pay months run every 1, 3, 6 or 12 months
      *    from the first pay month on PAYSCHED; a period that
      *    can't be read as YYYYMM pays, so a bad key never
      *    silently withholds money
       328-CHECK-PAY-SCHEDULE.
           MOVE 'Y' TO WS-PAY-DUE-SW
           EXEC SQL
               SELECT PAY_FREQ, FIRST_PAY_MON
                  INTO :WS-PAY-FREQ, :WS-FIRST-PAY-MON
                  FROM PAYSCHED
                  WHERE AU_ID = :WS-PRV-AU-ID
           END-EXEC
           IF SQLCODE = ZERO
               EVALUATE WS-PAY-FREQ
                   WHEN 'Q'
                       MOVE 3 TO WS-FREQ-MONTHS
                   WHEN 'S'
                       MOVE 6 TO WS-FREQ-MONTHS
                   WHEN 'A'
                       MOVE 12 TO WS-FREQ-MONTHS
                   WHEN OTHER
                       MOVE 1 TO WS-FREQ-MONTHS
               END-EVALUATE
               IF WS-PAY-PERIOD-X NUMERIC
                  AND WS-FIRST-PAY-MON NUMERIC
                  AND WS-FREQ-MONTHS > 1
                   COMPUTE WS-CYCLE-OFFSET = FUNCTION MOD(
                       WS-PAY-PER-MONTH + 12 - WS-FIRST-PAY-MON,
                       WS-FREQ-MONTHS)
                   IF WS-CYCLE-OFFSET NOT = ZERO
                       MOVE 'N' TO WS-PAY-DUE-SW
                   END-IF
               END-IF
           ELSE
               IF SQLCODE NOT = 100
                   PERFORM 900-CHECK-SQLCODE
               END-IF
           END-IF.

       326-PLAN-GARNISHMENTS.
           MOVE 'N' TO WS-GARN-EOF-SW
           EXEC SQL
               OPEN GARNAPPLY
           END-EXEC
           IF SQLCODE < ZERO
               PERFORM 900-CHECK-SQLCODE
               DISPLAY 'Garnishment cursor open failed for '
                       WS-PRV-AU-ID
               SET WS-GARN-EOF TO TRUE
           END-IF
           PERFORM 327-PLAN-ONE-ORDER UNTIL WS-GARN-EOF
           EXEC SQL
               CLOSE GARNAPPLY
           END-EXEC.

      *    a percentage order takes its share of the full payable,
      *    not of what earlier orders left -- but no order takes
      *    more than remains once the higher priorities are served
       327-PLAN-ONE-ORDER.
           EXEC SQL
               FETCH GARNAPPLY
                  INTO :WS-GARN-ORDER-ID, :WS-GARN-AGENCY-ID,
                       :WS-GARN-METHOD, :WS-GARN-PCT,
                       :WS-GARN-AMT, :WS-GARN-CAP, :WS-GARN-TAKEN
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-GARN-EOF TO TRUE
               WHEN SQLCODE < ZERO
                   PERFORM 900-CHECK-SQLCODE
                   DISPLAY 'Garnishment fetch failed for '
                           WS-PRV-AU-ID
                   SET WS-GARN-EOF TO TRUE
               WHEN OTHER
                   IF WS-GARN-METHOD = 'P'
                       COMPUTE WS-GARN-DEDUCT ROUNDED =
                           WS-PAYABLE * WS-GARN-PCT / 100
                   ELSE
                       MOVE WS-GARN-AMT TO WS-GARN-DEDUCT
                   END-IF
                   IF WS-GARN-CAP > ZERO
                      AND WS-GARN-DEDUCT > WS-GARN-CAP - WS-GARN-TAKEN
                       COMPUTE WS-GARN-DEDUCT =
                           WS-GARN-CAP - WS-GARN-TAKEN
                   END-IF
                   IF WS-GARN-DEDUCT > WS-PAYABLE - WS-GARN-TOTAL
                       COMPUTE WS-GARN-DEDUCT =
                           WS-PAYABLE - WS-GARN-TOTAL
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-GARN-DEDUCT NOT > ZERO
                           CONTINUE
                       WHEN WS-GARN-CT NOT < 20
                           DISPLAY 'Garnishment table full for '
                                   WS-PRV-AU-ID ' - order '
                                   WS-GARN-ORDER-ID ' not taken'
                       WHEN OTHER
                           ADD 1 TO WS-GARN-CT
                           MOVE WS-GARN-ORDER-ID
                               TO WS-GT-ORDER-ID(WS-GARN-CT)
                           MOVE WS-GARN-AGENCY-ID
                               TO WS-GT-AGENCY-ID(WS-GARN-CT)
                           MOVE WS-GARN-DEDUCT
                               TO WS-GT-AMOUNT(WS-GARN-CT)
                           MOVE ZERO TO WS-GT-PAY-NUM(WS-GARN-CT)
                           ADD WS-GARN-DEDUCT TO WS-GARN-TOTAL
                   END-EVALUATE
           END-EVALUATE.

      *    one payable per agency: the first of an agency's orders
      *    registers the agency's total for the author and period,
      *    and every order of that agency carries the number
       329-REGISTER-GARNISHMENTS.
           MOVE 'N' TO WS-GARN-FAIL-SW
           PERFORM VARYING WS-GARN-SUB FROM 1 BY 1
                   UNTIL WS-GARN-SUB > WS-GARN-CT
               IF WS-GT-PAY-NUM(WS-GARN-SUB) = ZERO
                   PERFORM 331-REGISTER-AGENCY-PAYABLE
               END-IF
               IF WS-GT-PAY-NUM(WS-GARN-SUB) NOT = ZERO
                   PERFORM 341-RECORD-GARNISHMENT
               END-IF
           END-PERFORM
           IF WS-GARN-FAILED
               SET PREG-RC-FAILED TO TRUE
           ELSE
               SET PREG-RC-OK TO TRUE
           END-IF.

       331-REGISTER-AGENCY-PAYABLE.
           MOVE ZERO TO WS-GARN-AGENCY-TOTAL
           PERFORM VARYING WS-GARN-SUB2 FROM WS-GARN-SUB BY 1
                   UNTIL WS-GARN-SUB2 > WS-GARN-CT
               IF WS-GT-AGENCY-ID(WS-GARN-SUB2) =
                  WS-GT-AGENCY-ID(WS-GARN-SUB)
                   ADD WS-GT-AMOUNT(WS-GARN-SUB2)
                       TO WS-GARN-AGENCY-TOTAL
               END-IF
           END-PERFORM

           MOVE 'ROYCALC'             TO PREG-CALLER-ID
           MOVE WS-PRV-AU-ID          TO PREG-AU-ID
           MOVE WS-PAY-PERIOD         TO PREG-PERIOD
           MOVE WS-GARN-AGENCY-TOTAL  TO PREG-AMOUNT
           MOVE 'L'                   TO PREG-PAYEE-TYPE
           MOVE WS-GT-AGENCY-ID(WS-GARN-SUB) TO PREG-PAYEE-ID
           MOVE ZERO                  TO PREG-COMM-PCT
      *    the order is served out of the whole payable, so the
      *    author's primary entity remits it
           MOVE WS-ET-ENTITY(WS-ENT-PRIMARY) TO PREG-PAY-ENTITY
           CALL 'PAYREG' USING PREG-PARM-AREA
           END-CALL
           IF PREG-RC-OK
               ADD 1 TO WS-GARN-PAY-CT
               PERFORM VARYING WS-GARN-SUB2 FROM WS-GARN-SUB BY 1
                       UNTIL WS-GARN-SUB2 > WS-GARN-CT
                   IF WS-GT-AGENCY-ID(WS-GARN-SUB2) =
                      WS-GT-AGENCY-ID(WS-GARN-SUB)
                       MOVE PREG-PAY-NUM
                           TO WS-GT-PAY-NUM(WS-GARN-SUB2)
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY 'Garnishment registration failed for '
                       WS-PRV-AU-ID ' agency '
                       WS-GT-AGENCY-ID(WS-GARN-SUB)
               SET WS-GARN-FAILED TO TRUE
               SET WS-RUN-FAILED TO TRUE
           END-IF.

      *    the deduction row keys the statement line and the order
      *    balance report; the order closes to S once its cap is
      *    reached
       341-RECORD-GARNISHMENT.
           MOVE WS-GT-ORDER-ID(WS-GARN-SUB) TO WS-GARN-ORDER-ID
           MOVE WS-GT-AGENCY-ID(WS-GARN-SUB) TO WS-GARN-AGENCY-ID
           MOVE WS-GT-AMOUNT(WS-GARN-SUB) TO WS-GARN-DEDUCT
           MOVE WS-GT-PAY-NUM(WS-GARN-SUB) TO WS-PAY-NUM-D
           EXEC SQL
               INSERT INTO GARNDEDN
                  (ORDER_ID, AU_ID, AGENCY_ID, PERIOD, AMOUNT,
                   PAY_NUM, DEDN_DATE)
               VALUES
                  (:WS-GARN-ORDER-ID, :WS-PRV-AU-ID,
                   :WS-GARN-AGENCY-ID, :WS-PAY-PERIOD,
                   :WS-GARN-DEDUCT, :WS-PAY-NUM-X, :BDT-BUSINESS-DATE)
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           EXEC SQL
               UPDATE GARNORDER
                  SET TAKEN_AMT = TAKEN_AMT + :WS-GARN-DEDUCT
                  WHERE ORDER_ID = :WS-GARN-ORDER-ID
           END-EXEC
           PERFORM 900-CHECK-SQLCODE
           EXEC SQL
               UPDATE GARNORDER
                  SET ORDER_STATUS = 'S'
                  WHERE ORDER_ID = :WS-GARN-ORDER-ID
                    AND ORDER_CAP > 0
                    AND TAKEN_AMT >= ORDER_CAP
           END-EXEC
           IF SQLCODE < ZERO
               PERFORM 900-CHECK-SQLCODE
               DISPLAY 'Garnishment update failed for order '
                       WS-GARN-ORDER-ID
               SET WS-GARN-FAILED TO TRUE
           END-IF

           MOVE SPACES            TO ROY-GARN-LINE
           MOVE 'G'               TO RG-RECORD-TYPE
           MOVE WS-PRV-AU-ID      TO RG-AU-ID
           MOVE WS-GARN-ORDER-ID  TO RG-ORDER-ID
           MOVE WS-GARN-AGENCY-ID TO RG-AGENCY-ID
           MOVE WS-GARN-DEDUCT    TO RG-AMOUNT
           MOVE WS-PAY-NUM-D      TO RG-PAY-NUM
           MOVE ROY-GARN-LINE     TO ROYALTY-PAY-RECORD
           WRITE ROYALTY-PAY-RECORD
           ADD 1 TO WS-GARN-ORDER-CT.

      *    an active agent assignment routes the payment to the
      *    agent's payee; no assignment pays the author direct
       325-GET-AGENT-PAYEE.
           MOVE 'A'          TO PREG-PAYEE-TYPE
           MOVE WS-PRV-AU-ID TO PREG-PAYEE-ID
           MOVE ZERO         TO PREG-COMM-PCT
           EXEC SQL
               SELECT X.AGENT_ID, X.COMM_PCT
                  INTO :WS-AGENT-ID, :WS-AGENT-COMM-PCT
                  FROM AUTHAGENT X, AGENTS G
                  WHERE X.AU_ID = :WS-PRV-AU-ID
                    AND G.AGENT_ID = X.AGENT_ID
                    AND G.AGENT_STATUS = 'A'
           END-EXEC
           IF SQLCODE = ZERO
               MOVE 'G'               TO PREG-PAYEE-TYPE
               MOVE WS-AGENT-ID       TO PREG-PAYEE-ID
               MOVE WS-AGENT-COMM-PCT TO PREG-COMM-PCT
           ELSE
               IF SQLCODE NOT = 100
                   PERFORM 900-CHECK-SQLCODE
               END-IF
           END-IF.

      *    the payable is shared among the author's entities by
      *    what each one's titles earned -- the last entity with
      *    earnings takes the rounding so the shares add back to
      *    the payable, and a payable with no earnings behind it
      *    (a released balance alone) goes to the primary entity.
      *    Each share registers as its own payment: the summary
      *    carries the first number, and a P record stands for
      *    every share when there are two or more.
       350-REGISTER-ENTITY-PAYMENTS.
           MOVE ZERO TO WS-ENT-EARNED-TOTAL WS-ENT-LAST
           PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                   UNTIL WS-ENT-SUB > WS-ENT-CT
               MOVE ZERO TO WS-ET-AMOUNT(WS-ENT-SUB)
                            WS-ET-PAY-NUM(WS-ENT-SUB)
               IF WS-ET-EARNED(WS-ENT-SUB) > ZERO
                   ADD WS-ET-EARNED(WS-ENT-SUB)
                       TO WS-ENT-EARNED-TOTAL
                   MOVE WS-ENT-SUB TO WS-ENT-LAST
               END-IF
           END-PERFORM

           IF WS-ENT-EARNED-TOTAL > ZERO
               MOVE WS-PAYABLE TO WS-ENT-LEFT
               PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                       UNTIL WS-ENT-SUB > WS-ENT-LAST
                   IF WS-ET-EARNED(WS-ENT-SUB) > ZERO
                       IF WS-ENT-SUB = WS-ENT-LAST
                           MOVE WS-ENT-LEFT
                               TO WS-ET-AMOUNT(WS-ENT-SUB)
                       ELSE
                           COMPUTE WS-ET-AMOUNT(WS-ENT-SUB) ROUNDED =
                               WS-PAYABLE * WS-ET-EARNED(WS-ENT-SUB)
                                   / WS-ENT-EARNED-TOTAL
                           SUBTRACT WS-ET-AMOUNT(WS-ENT-SUB)
                               FROM WS-ENT-LEFT
                       END-IF
                   END-IF
               END-PERFORM
           ELSE
               MOVE WS-PAYABLE TO WS-ET-AMOUNT(WS-ENT-PRIMARY)
           END-IF

           MOVE 'N' TO WS-ENT-FAIL-SW
           MOVE ZERO TO WS-ENT-PAID-CT WS-ENT-FIRST-NUM
           PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                   UNTIL WS-ENT-SUB > WS-ENT-CT
               IF WS-ET-AMOUNT(WS-ENT-SUB) > ZERO
                   PERFORM 351-REGISTER-ONE-ENTITY
               END-IF
           END-PERFORM

      *    a failure anywhere fails the author; otherwise any
      *    share registered is the author's payment, and only
      *    shares all already on file make it a duplicate
           EVALUATE TRUE
               WHEN WS-ENT-FAILED
                   SET PREG-RC-FAILED TO TRUE
               WHEN WS-ENT-PAID-CT > ZERO
                   SET PREG-RC-OK TO TRUE
                   MOVE WS-ENT-FIRST-NUM TO PREG-PAY-NUM
               WHEN OTHER
                   SET PREG-RC-DUPLICATE TO TRUE
           END-EVALUATE

           IF WS-ENT-PAID-CT > 1
               ADD 1 TO WS-SPLIT-PAY-CT
               PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                       UNTIL WS-ENT-SUB > WS-ENT-CT
                   IF WS-ET-PAY-NUM(WS-ENT-SUB) NOT = ZERO
                       PERFORM 353-WRITE-ENTITY-PAY-RECORD
                   END-IF
               END-PERFORM
           END-IF.

       351-REGISTER-ONE-ENTITY.
           MOVE WS-ET-AMOUNT(WS-ENT-SUB) TO PREG-AMOUNT
           MOVE WS-ET-ENTITY(WS-ENT-SUB) TO PREG-PAY-ENTITY
           CALL 'PAYREG' USING PREG-PARM-AREA
           END-CALL
           EVALUATE TRUE
               WHEN PREG-RC-OK
                   MOVE PREG-PAY-NUM TO WS-ET-PAY-NUM(WS-ENT-SUB)
                   ADD 1 TO WS-ENT-PAID-CT
                   IF WS-ENT-FIRST-NUM = ZERO
                       MOVE PREG-PAY-NUM TO WS-ENT-FIRST-NUM
                   END-IF
               WHEN PREG-RC-DUPLICATE
                   DISPLAY 'author ' WS-PRV-AU-ID ' period '
                           WS-PAY-PERIOD ' entity '
                           WS-ET-ENTITY(WS-ENT-SUB)
                           ' already registered'
               WHEN OTHER
                   SET WS-ENT-FAILED TO TRUE
           END-EVALUATE.

      *    the entity whose titles earned the author the most
      *    this period -- the first to appear on a tie, and the
      *    house when the author has no detail rows at all
       352-FIND-PRIMARY-ENTITY.
           IF WS-ENT-CT = ZERO
               MOVE 1 TO WS-ENT-CT
               MOVE SPACES TO WS-ET-ENTITY(1)
               MOVE ZERO TO WS-ET-EARNED(1)
           END-IF
           MOVE 1 TO WS-ENT-PRIMARY
           PERFORM VARYING WS-ENT-SUB FROM 2 BY 1
                   UNTIL WS-ENT-SUB > WS-ENT-CT
               IF WS-ET-EARNED(WS-ENT-SUB)
                  > WS-ET-EARNED(WS-ENT-PRIMARY)
                   MOVE WS-ENT-SUB TO WS-ENT-PRIMARY
               END-IF
           END-PERFORM.

       353-WRITE-ENTITY-PAY-RECORD.
           MOVE SPACES                   TO ROY-ENTITY-PAY-LINE
           MOVE 'P'                      TO RY-RECORD-TYPE
           MOVE WS-PRV-AU-ID             TO RY-AU-ID
           MOVE WS-ET-ENTITY(WS-ENT-SUB)  TO RY-PAY-ENTITY
           MOVE WS-ET-AMOUNT(WS-ENT-SUB)  TO RY-AMOUNT
           MOVE WS-ET-PAY-NUM(WS-ENT-SUB) TO RY-PAY-NUM
           MOVE ROY-ENTITY-PAY-LINE      TO ROYALTY-PAY-RECORD
           WRITE ROYALTY-PAY-RECORD.

       340-WRITE-WHT-RECORD.
           MOVE SPACES          TO ROY-WHT-LINE
           MOVE 'W'             TO RW-RECORD-TYPE

      *    control-total trailer -- detail and summary counts plus a
      *    grand total of earned royalties, the same discipline
      *    PAYEXTR's trailer applies to the compensation extract.
      *    It names the partition and range the file covers and
      *    whether the run failed, which ROYMERGE proves against
      *    the plan before the file joins ROYPAY.DAT.
       400-WRITE-TRAILER-RECORD.
           MOVE SPACES              TO ROY-TRAILER-LINE
           MOVE 'T'                 TO RT-RECORD-TYPE
           MOVE WS-DETAIL-CT        TO RT-DETAIL-CT
           MOVE WS-SUMMARY-CT       TO RT-SUMMARY-CT
           MOVE WS-GRAND-TOTAL      TO RT-GRAND-TOTAL
           MOVE WS-PART-9           TO RT-PART-NO
           MOVE WS-PART-CT          TO RT-PART-CT
           MOVE WS-PAY-PERIOD       TO RT-PERIOD
           MOVE WS-PART-LOW-ID      TO RT-LOW-AU-ID
           MOVE WS-PART-HIGH-ID     TO RT-HIGH-AU-ID
           IF WS-RUN-FAILED
               SET RT-RUN-FAILED TO TRUE
           ELSE
               SET RT-RUN-COMPLETE TO TRUE
           END-IF
           MOVE ROY-TRAILER-LINE    TO ROYALTY-PAY-RECORD
           WRITE ROYALTY-PAY-RECORD.

           END-IF.

      *    one read of the register up front -- the same un-voided
      *    author/period test PAYREG itself applies at write time.
      *    The partition's registered authors go onto a keyed work
      *    file, so any number of them can be looked up.  A rerun
      *    before ROYMERGE finds the partition's registrations on
      *    its own REGPpp.DAT, so that is read as well.
       405-LOAD-REGISTERED-AUTHORS.
           OPEN OUTPUT REGD-KEY-FILE
           IF WS-REGDK-FILE-STATUS NOT = '00'
               DISPLAY 'Registered-author work file open failed, '
                       'status ' WS-REGDK-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
           ELSE
               MOVE 'N' TO WS-PREG-EOF-SW
               OPEN INPUT PAY-REGISTER-FILE
               IF WS-PREG-FILE-STATUS NOT = '00'
                   SET WS-PREG-EOF TO TRUE
               END-IF
               PERFORM 406-LOAD-ONE-REGISTRATION UNTIL WS-PREG-EOF
               IF WS-PREG-FILE-STATUS = '00' OR '10'
                   CLOSE PAY-REGISTER-FILE
               END-IF
               MOVE 'N' TO WS-PREG-EOF-SW
               OPEN INPUT PART-REGISTER-FILE
               IF WS-REGP-FILE-STATUS NOT = '00'
                   SET WS-PREG-EOF TO TRUE
               END-IF
               PERFORM 407-LOAD-ONE-PART-REGISTRATION
                   UNTIL WS-PREG-EOF
               IF WS-REGP-FILE-STATUS = '00' OR '10'
                   CLOSE PART-REGISTER-FILE
               END-IF
               CLOSE REGD-KEY-FILE
               OPEN INPUT REGD-KEY-FILE
               IF WS-REGDK-FILE-STATUS NOT = '00'
                   DISPLAY 'Registered-author work file reopen '
                           'failed, status ' WS-REGDK-FILE-STATUS
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF.

      *    an author registered twice for the period (an agency
      *    payable beside the author's own) is one key -- the
      *    second write is simply not needed
       406-LOAD-ONE-REGISTRATION.
           READ PAY-REGISTER-FILE
               AT END
           END-READ
           IF NOT WS-PREG-EOF
               MOVE PAY-REGISTER-RECORD TO PAY-REGISTER-LINE
               PERFORM 408-KEY-REGISTRATION
           END-IF.

       407-LOAD-ONE-PART-REGISTRATION.
           READ PART-REGISTER-FILE
               AT END
                   SET WS-PREG-EOF TO TRUE
           END-READ
           IF NOT WS-PREG-EOF
               MOVE PART-REGISTER-RECORD TO PAY-REGISTER-LINE
               PERFORM 408-KEY-REGISTRATION
           END-IF.

       408-KEY-REGISTRATION.
           MOVE PR-AU-ID TO WS-TEST-AU-ID
           PERFORM 480-CHECK-IN-PARTITION
           IF PR-PERIOD = WS-PAY-PERIOD
              AND NOT PR-VOID
              AND WS-IN-PART
               MOVE PR-AU-ID TO RGK-AU-ID
               WRITE REGD-KEY-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       305-CHECK-ALREADY-REGISTERED.
           MOVE 'N' TO WS-AUTHOR-REG-SW
           MOVE WS-PRV-AU-ID TO RGK-AU-ID
           READ REGD-KEY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-AUTHOR-REGISTERED TO TRUE
           END-READ.

      *    the partition's share of HELDBAL.DAT goes onto its keyed
      *    work file, open for update for the rest of the run
       410-LOAD-HELD-BALANCES.
           OPEN OUTPUT HELD-KEY-FILE
           IF WS-HELDK-FILE-STATUS = '00'
               CLOSE HELD-KEY-FILE
               OPEN I-O HELD-KEY-FILE
           END-IF
           IF WS-HELDK-FILE-STATUS NOT = '00'
               DISPLAY 'Held-balance work file open failed, status '
                       WS-HELDK-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
           ELSE
               MOVE 'N' TO WS-HELD-EOF-SW
               OPEN INPUT HELD-BALANCE-FILE
               IF WS-HELD-FILE-STATUS NOT = '00'
                   SET WS-HELD-EOF TO TRUE
               END-IF
               PERFORM 415-LOAD-ONE-HELD UNTIL WS-HELD-EOF
               IF WS-HELD-FILE-STATUS = '00' OR '10'
                   CLOSE HELD-BALANCE-FILE
               END-IF
           END-IF.

      *    a second row for the same author is folded into the
      *    first rather than left behind where no lookup finds it
       415-LOAD-ONE-HELD.
           READ HELD-BALANCE-FILE
               AT END
           END-READ
           IF NOT WS-HELD-EOF
               MOVE HELD-BALANCE-RECORD TO HELD-BALANCE-LINE
               MOVE HB-AU-ID TO WS-TEST-AU-ID
               PERFORM 480-CHECK-IN-PARTITION
               IF HB-AU-ID NOT = SPACES
                  AND HB-BALANCE NUMERIC
                  AND WS-IN-PART
                   MOVE HB-AU-ID   TO HK-AU-ID
                   MOVE HB-BALANCE TO HK-BALANCE
                   MOVE HB-PERIOD  TO HK-PERIOD
                   WRITE HELD-KEY-RECORD
                       INVALID KEY
                           PERFORM 416-FOLD-HELD-DUPLICATE
                   END-WRITE
               END-IF
           END-IF.

       416-FOLD-HELD-DUPLICATE.
           READ HELD-KEY-FILE
               INVALID KEY
                   DISPLAY 'Held-balance load failed for '
                           HB-AU-ID ', status '
                           WS-HELDK-FILE-STATUS
                   SET WS-RUN-FAILED TO TRUE
               NOT INVALID KEY
                   ADD HB-BALANCE TO HK-BALANCE
                   IF HB-PERIOD > HK-PERIOD
                       MOVE HB-PERIOD TO HK-PERIOD
                   END-IF
                   PERFORM 349-REWRITE-HELD
           END-READ.

      *    the partition's reserve rows go onto their keyed work
      *    file the same way, keyed by author and period taken
       430-LOAD-RESERVE-BALANCES.
           OPEN OUTPUT RESERVE-KEY-FILE
           IF WS-RESVK-FILE-STATUS = '00'
               CLOSE RESERVE-KEY-FILE
               OPEN I-O RESERVE-KEY-FILE
           END-IF
           IF WS-RESVK-FILE-STATUS NOT = '00'
               DISPLAY 'Reserve work file open failed, status '
                       WS-RESVK-FILE-STATUS
               SET WS-RUN-FAILED TO TRUE
           ELSE
               MOVE 'N' TO WS-RESV-EOF-SW
               OPEN INPUT RESERVE-BALANCE-FILE
               IF WS-RESV-FILE-STATUS NOT = '00'
                   SET WS-RESV-EOF TO TRUE
               END-IF
               PERFORM 435-LOAD-ONE-RESERVE UNTIL WS-RESV-EOF
               IF WS-RESV-FILE-STATUS = '00' OR '10'
                   CLOSE RESERVE-BALANCE-FILE
               END-IF
           END-IF.

       435-LOAD-ONE-RESERVE.
           END-READ
           IF NOT WS-RESV-EOF
               MOVE RESERVE-BALANCE-RECORD TO HELD-BALANCE-LINE
               MOVE HB-AU-ID TO WS-TEST-AU-ID
               PERFORM 480-CHECK-IN-PARTITION
               IF HB-AU-ID NOT = SPACES
                  AND HB-BALANCE NUMERIC
                  AND WS-IN-PART
                   MOVE HB-AU-ID   TO RK-AU-ID
                   MOVE HB-PERIOD  TO RK-PERIOD
                   MOVE HB-BALANCE TO RK-BALANCE
                   WRITE RESERVE-KEY-RECORD
                       INVALID KEY
                           PERFORM 436-FOLD-RESERVE-DUPLICATE
                   END-WRITE
               END-IF
           END-IF.

       436-FOLD-RESERVE-DUPLICATE.
           READ RESERVE-KEY-FILE
               INVALID KEY
                   DISPLAY 'Reserve load failed for '
                           HB-AU-ID ', status '
                           WS-RESVK-FILE-STATUS
                   SET WS-RUN-FAILED TO TRUE
               NOT INVALID KEY
                   ADD HB-BALANCE TO RK-BALANCE
                   PERFORM 348-REWRITE-RESERVE
           END-READ.

      *    the partition number off SYSIN and its range off the
      *    plan -- the floor is the previous partition's high
       470-LOAD-PARTITION.
           MOVE SPACES TO WS-PART-X
           ACCEPT WS-PART-X
           IF WS-PART-X = SPACES
               MOVE '01' TO WS-PART-X
           END-IF
           IF WS-PART-X NOT NUMERIC OR WS-PART-X = '00'
               DISPLAY 'Partition number ' WS-PART-X
                       ' is not valid - run refused'
           ELSE
               MOVE 'N' TO WS-PART-EOF-SW
               OPEN INPUT ROY-PART-FILE
               IF WS-PART-FILE-STATUS NOT = '00'
                   DISPLAY 'No partition plan, status '
                           WS-PART-FILE-STATUS
                           ' - run ROYPREP first'
                   SET WS-PART-EOF TO TRUE
               END-IF
               PERFORM 475-READ-ONE-PARTITION UNTIL WS-PART-EOF
               IF WS-PART-FILE-STATUS = '00' OR '10'
                   CLOSE ROY-PART-FILE
               END-IF
               IF NOT WS-PART-FOUND
                   DISPLAY 'Partition ' WS-PART-X
                           ' not usable from the plan - run refused'
               END-IF
           END-IF

           IF WS-PART-FOUND
               STRING 'ROYPAY' WS-PART-X '.DAT' DELIMITED BY SIZE
                   INTO WS-ROYPAY-FILE-NAME
               STRING 'RESVLG' WS-PART-X '.DAT' DELIMITED BY SIZE
                   INTO WS-RVLOG-FILE-NAME
               STRING 'HELDK' WS-PART-X '.DAT' DELIMITED BY SIZE
                   INTO WS-HELDK-FILE-NAME
               STRING 'RESVK' WS-PART-X '.DAT' DELIMITED BY SIZE
                   INTO WS-RESVK-FILE-NAME
               STRING 'REGDK' WS-PART-X '.DAT' DELIMITED BY SIZE
                   INTO WS-REGDK-FILE-NAME
               MOVE SPACES TO WS-REGP-FILE-NAME
               STRING 'REGP' WS-PART-X '.DAT' DELIMITED BY SIZE
                   INTO WS-REGP-FILE-NAME
      *        every payment the run registers is numbered from the
      *        partition's block onto its own register
               MOVE WS-PART-LOW-PAY   TO PREG-NUM-LOW
               MOVE WS-PART-HIGH-PAY  TO PREG-NUM-HIGH
               MOVE WS-REGP-FILE-NAME TO PREG-REG-FILE-NAME
               DISPLAY 'Royalty partition ' WS-PART-X ' of '
                       WS-PART-CT ' authors above '
                       WS-PART-FLOOR ' through ' WS-PART-CEIL
           END-IF.

      *    the plan must be this period's and not yet merged --
      *    running a partition off a stale plan would pay the
      *    wrong authors or be merged twice
       475-READ-ONE-PARTITION.
           READ ROY-PART-FILE
               AT END
                   SET WS-PART-EOF TO TRUE
           END-READ
           IF NOT WS-PART-EOF
               MOVE ROY-PART-RECORD TO ROY-PART-LINE
               IF RP-PART-NO NUMERIC
                  AND RP-PART-NO = WS-PART-9 - 1
                   MOVE RP-HIGH-AU-ID TO WS-PART-FLOOR
               END-IF
               IF RP-PART-NO NUMERIC
                  AND RP-PART-NO = WS-PART-9
                   IF RP-PERIOD NOT = WS-PAY-PERIOD
                       DISPLAY 'Partition plan is for period '
                               RP-PERIOD ', not ' WS-PAY-PERIOD
                   ELSE
                       EVALUATE TRUE
                           WHEN RP-MERGED
                               DISPLAY 'Partition plan already '
                                       'merged - rerun ROYPREP first'
                           WHEN RP-LOW-PAY-NUM NOT NUMERIC
                             OR RP-HIGH-PAY-NUM NOT NUMERIC
                             OR RP-LOW-PAY-NUM = ZERO
                             OR RP-HIGH-PAY-NUM < RP-LOW-PAY-NUM
                               DISPLAY 'Partition plan carries no '
                                       'pay-number block - rerun '
                                       'ROYPREP first'
                           WHEN OTHER
                               SET WS-PART-FOUND TO TRUE
                               MOVE RP-PART-CT    TO WS-PART-CT
                               MOVE RP-LOW-AU-ID  TO WS-PART-LOW-ID
                               MOVE RP-HIGH-AU-ID TO WS-PART-HIGH-ID
                               MOVE RP-HIGH-AU-ID TO WS-PART-CEIL
                               MOVE RP-LOW-PAY-NUM
                                   TO WS-PART-LOW-PAY
                               MOVE RP-HIGH-PAY-NUM
                                   TO WS-PART-HIGH-PAY
                               IF WS-PART-9 = 1
                                   SET WS-FIRST-PART TO TRUE
                               END-IF
                               IF WS-PART-9 = RP-PART-CT
                                   SET WS-LAST-PART TO TRUE
                               END-IF
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

      *    the same ownership test the cursor applies, for the
      *    rows read off the sequential masters
       480-CHECK-IN-PARTITION.
           MOVE 'N' TO WS-IN-PART-SW
           IF (WS-FIRST-PART OR WS-TEST-AU-ID > WS-PART-FLOOR)
              AND (WS-LAST-PART
                   OR WS-TEST-AU-ID NOT > WS-PART-CEIL)
               SET WS-IN-PART TO TRUE
           END-IF.

      *    latches the run-failed switch so a transient success later
