      *----------------------------------------------------------*
      *    CHKLREC - layout of one CHKSTLOG.DAT check-stock log  *
      *    record.  Every check number that leaves the stock     *
      *    is logged here the day it goes: I issued by CHKPRINT  *
      *    against a payment, S spoiled in the printer, K        *
      *    skipped (a blank pulled or found missing), V voided   *
      *    through PAYVOID after issue.  CHKLOG writes it;       *
      *    CHKREG reads it back to account for every number in   *
      *    each range on CHKSTOCK, and CHKSTMNT reads it to      *
      *    refuse logging the same number twice.                 *
      *----------------------------------------------------------*
       01  CHECK-LOG-LINE.
           05  CKL-CHECK-NUM           PIC 9(8).
           05  FILLER                  PIC X  VALUE SPACE.
           05  CKL-EVENT               PIC X.
               88  CKL-ISSUED              VALUE 'I'.
               88  CKL-SPOILED             VALUE 'S'.
               88  CKL-SKIPPED             VALUE 'K'.
               88  CKL-VOIDED              VALUE 'V'.
           05  FILLER                  PIC X  VALUE SPACE.
           05  CKL-PAY-NUM             PIC X(7).
           05  FILLER                  PIC X  VALUE SPACE.
           05  CKL-AMOUNT              PIC 9(9)V99.
           05  FILLER                  PIC X  VALUE SPACE.
           05  CKL-LOG-DATE            PIC X(8).
           05  FILLER                  PIC X  VALUE SPACE.
           05  CKL-OPER-ID             PIC X(8).
           05  FILLER                  PIC X  VALUE SPACE.
           05  CKL-REASON              PIC X(30).
           05  FILLER                  PIC X  VALUE SPACE.
