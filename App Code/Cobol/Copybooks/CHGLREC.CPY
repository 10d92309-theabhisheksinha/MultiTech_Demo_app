      *----------------------------------------------------------*
      *    CHGLREC - layout of one CHGLREG.DAT letter-register   *
      *    record.  CHGLTR writes one for every confirmation     *
      *    letter it cuts for an address, bank or payee change:  *
      *    the change's audit date and sequence number, what     *
      *    kind of change it was, which address the letter went  *
      *    to (O the previous address, N the new one, C the      *
      *    address on file for a bank or payee change) and the   *
      *    postal code it was mailed to.  CHGLTR reads it back   *
      *    so a rerun never letters the same change twice;       *
      *    AUTHINQ shows it in the author's history.             *
      *----------------------------------------------------------*
       01  CHANGE-LETTER-LINE.
           05  CLR-AU-ID               PIC X(11).
           05  FILLER                  PIC X  VALUE SPACE.
           05  CLR-SENT-DATE           PIC X(8).
           05  FILLER                  PIC X  VALUE SPACE.
           05  CLR-AUD-DATE            PIC X(8).
           05  FILLER                  PIC X  VALUE SPACE.
           05  CLR-AUD-SEQ             PIC X(7).
           05  FILLER                  PIC X  VALUE SPACE.
           05  CLR-CHANGE-TYPE         PIC X.
               88  CLR-ADDRESS-CHANGE      VALUE 'A'.
               88  CLR-BANK-CHANGE         VALUE 'B'.
               88  CLR-PAYEE-CHANGE        VALUE 'P'.
           05  FILLER                  PIC X  VALUE SPACE.
           05  CLR-SENT-TO             PIC X.
               88  CLR-TO-OLD-ADDRESS      VALUE 'O'.
               88  CLR-TO-NEW-ADDRESS      VALUE 'N'.
               88  CLR-TO-ADDRESS-ON-FILE  VALUE 'C'.
           05  FILLER                  PIC X  VALUE SPACE.
           05  CLR-CALLER              PIC X(8).
           05  FILLER                  PIC X  VALUE SPACE.
           05  CLR-POSTALCODE          PIC X(10).
           05  FILLER                  PIC X  VALUE SPACE.
           05  CLR-DETAIL              PIC X(40).
