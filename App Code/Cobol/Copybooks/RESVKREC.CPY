      *----------------------------------------------------------*
      *    RESVKREC - record of the keyed returns-reserve work   *
      *    file ROYCALC builds from RESBAL.DAT for its           *
      *    partition, keyed by AU_ID and the period the reserve  *
      *    was taken in, so an author's rows read back oldest    *
      *    first for drawing down and release.  ROYMERGE         *
      *    unloads it back onto RESBAL.DAT.                      *
      *----------------------------------------------------------*
       01  RESERVE-KEY-RECORD.
           05  RK-KEY.
               10  RK-AU-ID            PIC X(11).
               10  RK-PERIOD           PIC X(6).
           05  RK-BALANCE              PIC S9(9)V99.
