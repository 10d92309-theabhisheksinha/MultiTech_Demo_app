      *----------------------------------------------------------*
      *    REGWREC - record of a keyed payment-register work     *
      *    file, one per PAYREG.DAT line (PAYRREC) keyed by its  *
      *    place on the register, built by a step that works the *
      *    whole register and rewrites it: entries are read and  *
      *    rewritten by position, and the register is put back   *
      *    from the work file in its original order.  Keyed,     *
      *    the file holds as many payments as the register has.  *
      *----------------------------------------------------------*
       01  REG-WORK-RECORD.
           05  RW-SEQ                  PIC 9(9).
           05  RW-REG-LINE             PIC X(95).
