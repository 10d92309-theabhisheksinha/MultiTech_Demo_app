      *    chain (GLFEED last) has balanced; the scheduler       *
      *    invokes it after GLFEED, and a sealed period refuses  *
      *    further posting and further month-end runs without    *
      *    reopening through OPEN.  CLOSE is also refused while  *
      *    GLRECON has the royalty subledger out of balance with *
      *    the GL for the period.  Once YRCLOSE has closed a     *
      *    year, every period of it refuses posting, runs and    *
      *    OPEN until REOPEN-YEAR (any period of the year) lifts *
      *    the lock.                                             *
      *----------------------------------------------------------*
       01  FIS-PARM-AREA.
           05  FIS-FUNCTION            PIC X.
               88  FIS-FUNC-POST-CHECK     VALUE 'P'.
               88  FIS-FUNC-CLOSE          VALUE 'C'.
               88  FIS-FUNC-OPEN           VALUE 'O'.
               88  FIS-FUNC-REOPEN-YEAR    VALUE 'Y'.
           05  FIS-PERIOD              PIC X(6).
           05  FIS-REASON              PIC X(40).
           05  FIS-RETURN-CODE         PIC X(2).
