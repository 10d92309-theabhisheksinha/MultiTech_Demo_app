      *    tier schedule assignment, spaces for flat-COM authors
      *    -- PAYEXTR applies the tiered rate when one is named
           05  SNAP-COM-SCHED          PIC X(4).
      *    mail to the address on file has come back undelivered
      *    -- TEST9 holds the mailing until the address is
      *    confirmed through AUTHMENU or a change-of-address load
           05  SNAP-MAIL-RETURNED      PIC X.
               88  SNAP-MAIL-HELD          VALUE 'Y'.
