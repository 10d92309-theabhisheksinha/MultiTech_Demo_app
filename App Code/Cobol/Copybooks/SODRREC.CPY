      *----------------------------------------------------------*
      *    SODRREC - layout of one SODRULES.DAT segregation-of-  *
      *    duties rule card, read by SODCHK.  Each card names    *
      *    two halves of something that should take two people:  *
      *    an event from one source and an event from another,   *
      *    on the same key, within a number of days of each      *
      *    other.  Sources: J an OPERJRNL.DAT action, A an audit *
      *    trail line (caller and operation, e.g. BANKMNT        *
      *    UPDATE), Q a PENDAPPR.DAT item (REQ type for the      *
      *    request, ACT type for the release or reject), P a     *
      *    payment going out by EFT on PAYREG.DAT (event         *
      *    PAYMENT).  An event ending in * matches on the text   *
      *    before it; otherwise the match is exact.  Order A     *
      *    means the second half must come on or after the       *
      *    first, E either way round.  Same-operator Y flags the *
      *    pair only when one operator did both; N flags it      *
      *    whoever did the second half -- the payment rule,      *
      *    where the second half is the money moving.  A card    *
      *    with * in column 1 is a comment.  The rules the file  *
      *    was set up with:                                      *
      *                                                          *
      *    BANKPI J CHG INSERT BANK  P PAYMENT 030 A N           *
      *    BANKPU J CHG UPDATE BANK  P PAYMENT 030 A N           *
      *    AGNTPU J CHG UPDATE AGENT P PAYMENT 030 A N           *
      *    ADDADV J CHG INSERT       J CHG ADVANCE ENTRY 365 E Y *
      *    RATADR J CHG UPDATE PAYRATE J CHG UPDATE CITY 090 E Y *
      *    RATADQ Q REQ PAYRATE      J CHG UPDATE CITY 090 E Y   *
      *    SELFAP Q REQ *            Q ACT *           030 A Y   *
      *                                                          *
      *    (shown squeezed -- on the card each field sits in     *
      *    its own columns below, with the rule's description    *
      *    in the last forty.)                                   *
      *----------------------------------------------------------*
       01  SOD-RULE-LINE.
           05  SR-RULE-ID              PIC X(6).
           05  FILLER                  PIC X  VALUE SPACE.
           05  SR-SOURCE-A             PIC X.
           05  FILLER                  PIC X  VALUE SPACE.
           05  SR-EVENT-A              PIC X(20).
           05  FILLER                  PIC X  VALUE SPACE.
           05  SR-SOURCE-B             PIC X.
           05  FILLER                  PIC X  VALUE SPACE.
           05  SR-EVENT-B              PIC X(20).
           05  FILLER                  PIC X  VALUE SPACE.
           05  SR-WINDOW-DAYS          PIC 9(3).
           05  FILLER                  PIC X  VALUE SPACE.
           05  SR-ORDER                PIC X.
               88  SR-B-FOLLOWS-A          VALUE 'A'.
               88  SR-EITHER-ORDER         VALUE 'E'.
           05  FILLER                  PIC X  VALUE SPACE.
           05  SR-SAME-OPER            PIC X.
               88  SR-SAME-OPER-ONLY       VALUE 'Y'.
           05  FILLER                  PIC X  VALUE SPACE.
           05  SR-TEXT                 PIC X(40).
           05  FILLER                  PIC X(9) VALUE SPACES.
