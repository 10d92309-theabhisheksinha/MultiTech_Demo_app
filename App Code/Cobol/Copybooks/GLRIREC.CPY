      *----------------------------------------------------------*
      *    GLRIREC - layout of one GLRECITM.DAT reconciling      *
      *    item.  Finance keys the known differences between     *
      *    the ledger and the royalty subledger for a period --  *
      *    a journal posted late, a manual entry not yet         *
      *    reversed -- one line per item against the account it  *
      *    explains, signed the way it moves the ledger balance  *
      *    away from the subledger's.  GLRECON lists each one    *
      *    under its account; whatever they do not cover is      *
      *    the unexplained difference.                           *
      *----------------------------------------------------------*
       01  GL-RECON-ITEM-LINE.
           05  RI-ACCOUNT              PIC X(8).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RI-PERIOD               PIC X(6).
           05  FILLER                  PIC X  VALUE SPACE.
           05  RI-AMOUNT               PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X  VALUE SPACE.
           05  RI-DESCRIPTION          PIC X(40).
           05  FILLER                  PIC X(7) VALUE SPACES.
